        identification division.
        program-id. ioani.

      ***************************************************************
      ** Per-file I/O report over an ani trace file: the stop-on-   **
      ** I/O-error mode only catches a bad FILE STATUS as it        **
      ** happens, where a reconciliation needs the whole picture of **
      ** what the program did to each file. The animator writes an  **
      ** "F" record for every OPEN, CLOSE, READ, WRITE, REWRITE,    **
      ** DELETE and START it saw run (see animod.cob's ani-io-rec): **
      ** the file, the operation and the status it left. Per run    **
      ** and per file this reports the count of each operation, the **
      ** count of each status with the first and last statement     **
      ** (module and line) that got each non-zero one, and the      **
      ** open/close pairing -- a file whose last successful OPEN    **
      ** has no successful CLOSE after it is flagged as left open   **
      ** at termination. A status the animator could not read is    **
      ** counted as "??", a file without a FILE STATUS clause as    **
      ** "--"; either way the statement is taken to have worked.    **
      ** A record belongs to the run whose header has the highest   **
      ** sequence number not above the record's own (see            **
      ** printani.cob); the file is followed through its numbered   **
      ** continuation segments, each led by a repeat of the run     **
      ** header. A run id given restricts the report to that run.   **
      ** Return code: 0 report written and every file closed again, **
      ** 1 no I/O records (in the run asked for), or a file left    **
      ** open, 2 the trace or the report could not be opened.       **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select ani assign to ani-path-ws
               organization is indexed
               access mode is dynamic
               record key is ani-key
      *        the alternate index on the record type, declared by
      *        every reader of the file (see animod.cob) -- here it
      *        is what takes the sweeps straight to the run headers
      *        and the I/O records
               alternate record key is ani-type
                   with duplicates
               file status is ani-status.

           select io-report assign to io-report-path
               organization is line sequential
               file status is io-report-status.

        data division.
        file section.
            fd  ani.
            01  ani-rec.
                03  ani-key.
                    05  ani-seqno                 pic 9(7).
                03  ani-type                      pic x.
                    88 ani-runhdr                 value "H".
                    88 ani-fileio                 value "F".
                03  ani-condition                 pic x.
                03  ani-area-ab                   pic x(75).
                03  ani-module                    pic x(30).
                03  ani-src-line                  pic 9(5).
            01  ani-rec2.
                03  ani-bw                        pic 9.
                03  ani-seqno6                    pic 9(6).
                03  filler                        pic x(112).
            01  ani-hdr.
                03  filler                        pic x(7).
                03  anih-type                     pic x.
                03  anih-run-id                   pic x(8).
                03  anih-date                     pic 9(8).
                03  anih-time                     pic 9(6).
                03  anih-program                  pic x(30).
                03  filler                        pic x(24).
                03  filler                        pic x(35).
      *     file I/O record (see animod.cob's ani-io-rec)
            01  ani-io.
                03  filler                        pic x(7).
                03  anif-type                     pic x.
                03  anif-condition                pic x.
                    88 anif-status-read           value "S".
                    88 anif-no-status-field       value "N".
                03  anif-operation                pic x(8).
                03  anif-open-mode                pic x(6).
                03  anif-file-name                pic x(30).
                03  anif-status                   pic x(2).
                03  anif-status-field             pic x(29).
                03  filler                        pic x(35).

            fd  io-report.
            01  io-report-line                    pic x(132).

        working-storage section.
            01 ani-status pic 99.
            01 io-report-status pic 99.
            01 ani-path-ws pic x(256).
            01 eof-flag pic x value "N".
                88 file-at-end value "Y".

      *     the segment being read, and a record's place in the
      *     whole trace: segment number, then sequence number
            01 io-segment-no pic 9(3).
            01 io-segment-open pic 9.
            01 io-position pic 9(10).

      *     the run headers of the segment being read
            01 io-hdr-count pic 9(3).
            01 io-hdr-tbl.
                05 io-hdr-entry occurs 200.
                    10 io-hdr-seqno6 pic 9(6).
                    10 io-hdr-run pic 9(3).
            01 io-hdr-best pic 9(6).
            01 io-hdr-scan pic 9(3).

      *     one entry per run, in the order the trace met them
            01 io-run-count pic 9(3) value 0.
            01 io-run-tbl.
                05 io-run-entry occurs 200.
                    10 io-run-id pic x(8).
                    10 io-run-program pic x(30).
                    10 io-run-date pic 9(8).
                    10 io-run-time pic 9(6).
                    10 io-run-records pic 9(9).
            01 io-run-scan pic 9(3).
            01 io-record-run pic 9(3).

      *     one entry per file of a run; the operations count in the
      *     order OPEN CLOSE READ WRITE REWRITE DELETE START
            01 io-file-count pic 9(3) value 0.
            01 io-file-overflow pic 9(7) value 0.
            01 io-file-tbl.
                05 io-file-entry occurs 300.
                    10 io-file-run pic 9(3).
                    10 io-file-name pic x(30).
                    10 io-file-status-field pic x(29).
                    10 io-file-op-count occurs 7 pic 9(7).
                    10 io-file-opens pic 9(7).
                    10 io-file-closes pic 9(7).
                    10 io-file-open-pos pic 9(10).
                    10 io-file-close-pos pic 9(10).
                    10 io-file-open-mode pic x(6).
                    10 io-file-open-module pic x(30).
                    10 io-file-open-line pic 9(5).
                    10 io-file-stat-count pic 99.
                    10 io-file-stat occurs 12.
                        15 io-stat-code pic x(2).
                        15 io-stat-count pic 9(7).
                        15 io-stat-first-pos pic 9(10).
                        15 io-stat-first-module pic x(30).
                        15 io-stat-first-line pic 9(5).
                        15 io-stat-last-pos pic 9(10).
                        15 io-stat-last-module pic x(30).
                        15 io-stat-last-line pic 9(5).
            01 io-file-ix pic 9(3).
            01 io-file-scan pic 9(3).
            01 io-op-ix pic 9.
            01 io-stat-ix pic 99.
            01 io-stat-scan pic 99.
            01 io-stat-key pic x(2).
            01 io-worked-flag pic 9.

            01 io-op-names.
                05 filler pic x(8) value "OPEN".
                05 filler pic x(8) value "CLOSE".
                05 filler pic x(8) value "READ".
                05 filler pic x(8) value "WRITE".
                05 filler pic x(8) value "REWRITE".
                05 filler pic x(8) value "DELETE".
                05 filler pic x(8) value "START".
            01 io-op-name-tbl redefines io-op-names.
                05 io-op-name occurs 7 pic x(8).

            01 io-files-in-run pic 9(3).
            01 io-edit-line pic z(4)9.
            01 io-date pic 9(8).
            01 io-time pic 9(8).

            01 report-header-1.
                05 filler pic x(30)
                    value "ANI FILE I/O REPORT GENERATED ".
                05 rh-date pic 9(8).
                05 filler pic x value space.
                05 rh-time pic 9(6).
            01 report-header-2.
                05 filler pic x(7) value "TRACE: ".
                05 rh-trace pic x(120).
            01 report-header-3.
                05 filler pic x(12) value "RUN FILTER: ".
                05 rh-run-filter pic x(8).
            01 run-line.
                05 filler pic x(4) value "RUN ".
                05 rl-run-id pic x(8).
                05 filler pic x(10) value "  PROGRAM ".
                05 rl-program pic x(30).
                05 filler pic x(2) value spaces.
                05 rl-date pic 9(8).
                05 filler pic x value space.
                05 rl-time pic 9(6).
                05 filler pic x(15) value "  I/O RECORDS: ".
                05 rl-records pic z(8)9.
            01 file-line.
                05 filler pic x(7) value "  FILE ".
                05 fl-name pic x(30).
                05 filler pic x(15) value " STATUS FIELD: ".
                05 fl-status-field pic x(29).
            01 op-line.
                05 filler pic x(6) value spaces.
                05 ol-entry occurs 7.
                    10 ol-name pic x(8).
                    10 ol-count pic z(6)9.
                    10 filler pic x(2).
            01 status-line.
                05 filler pic x(6) value spaces.
                05 filler pic x(7) value "STATUS ".
                05 sl-code pic x(2).
                05 filler pic x(8) value "  COUNT ".
                05 sl-count pic z(6)9.
                05 sl-first-label pic x(8).
                05 sl-first-module pic x(30).
                05 sl-first-line pic z(4)9 blank when zero.
                05 sl-last-label pic x(7).
                05 sl-last-module pic x(30).
                05 sl-last-line pic z(4)9 blank when zero.
            01 pairing-line.
                05 filler pic x(6) value spaces.
                05 filler pic x(6) value "OPENS ".
                05 pl-opens pic z(6)9.
                05 filler pic x(9) value "  CLOSES ".
                05 pl-closes pic z(6)9.
                05 filler pic x(2) value spaces.
                05 pl-verdict pic x(95).
            01 total-line.
                05 filler pic x(12) value "TOTALS  RUNS".
                05 tl-runs pic z(4)9.
                05 filler pic x(8) value "  FILES ".
                05 tl-files pic z(4)9.
                05 filler pic x(14) value "  I/O RECORDS ".
                05 tl-records pic z(8)9.
                05 filler pic x(12) value "  LEFT OPEN ".
                05 tl-left-open pic z(4)9.
            01 overflow-line.
                05 filler pic x(32)
                    value "FILE TABLE FULL, RECORDS LEFT ".
                05 ov-count pic z(6)9.

        linkage section.
            01 filename                           pic x(256).
            01 io-report-path                     pic x(256).
      *     spaces = every run of the file
            01 run-id-filter                      pic x(8).
            01 files-reported                     pic 9(5).
            01 io-records                         pic 9(9).
            01 files-left-open                    pic 9(5).
            01 io-report-result                   pic x.
                88 io-reported                    value "R".
                88 io-nothing                     value "N".
                88 io-error                       value "E".

        procedure division using by reference
            filename io-report-path run-id-filter files-reported
            io-records files-left-open io-report-result.

            move 0 to files-reported.
            move 0 to io-records.
            move 0 to files-left-open.
            move 0 to io-run-count.
            move 0 to io-file-count.
            move 0 to io-file-overflow.
            set io-error to true.

            move filename to ani-path-ws.
            open input ani.
            if ani-status not = 0
                move 2 to return-code
                goback
            end-if
            close ani.

            open output io-report.
            if io-report-status not = 0
                move 2 to return-code
                goback
            end-if

      *     the base file, then its continuation segments until one
      *     is not there
            move 0 to io-segment-no.
            move 1 to io-segment-open.
            perform until io-segment-open = 0
                if io-segment-no = 0
                    move filename to ani-path-ws
                else
                    move spaces to ani-path-ws
                    string function trim(filename, trailing)
                        delimited by size
                        "." delimited by size
                        io-segment-no delimited by size
                        into ani-path-ws
                    end-string
                end-if

                open input ani
                if ani-status not = 0
                    move 0 to io-segment-open
                else
                    perform collect-run-headers
                    perform tally-io-records
                    close ani
                    if io-segment-no < 999
                        add 1 to io-segment-no end-add
                    else
                        move 0 to io-segment-open
                    end-if
                end-if
            end-perform

            perform write-io-report.
            close io-report.

            move io-file-count to files-reported.

            evaluate true
                when io-records = 0
                    set io-nothing to true
                    move 1 to return-code
                when files-left-open > 0
                    set io-reported to true
                    move 1 to return-code
                when other
                    set io-reported to true
                    move 0 to return-code
            end-evaluate

        goback.

      ***************************************************************
      *** ----------------- the segment's run headers, through the
      *** alternate key; a header repeating a run already met (the
      *** one leading a continuation segment) maps to that run
        collect-run-headers section.
            move 0 to io-hdr-count.
            move "N" to eof-flag.
            move "H" to ani-type.
            start ani key is = ani-type
                invalid key set file-at-end to true
            end-start.

            perform until file-at-end
                read ani next record
                    at end set file-at-end to true
                end-read

                if not file-at-end
                and not ani-runhdr
                    set file-at-end to true
                end-if

                if not file-at-end
                and io-hdr-count < 200
                    move 0 to io-record-run
                    perform varying io-run-scan from 1 by 1
                            until io-run-scan > io-run-count
                        if io-run-id(io-run-scan) = anih-run-id
                            move io-run-scan to io-record-run
                        end-if
                    end-perform
                    if io-record-run = 0
                    and io-run-count < 200
                        add 1 to io-run-count end-add
                        move io-run-count to io-record-run
                        move anih-run-id to io-run-id(io-run-count)
                        move anih-program
                            to io-run-program(io-run-count)
                        move anih-date to io-run-date(io-run-count)
                        move anih-time to io-run-time(io-run-count)
                        move 0 to io-run-records(io-run-count)
                    end-if
                    if io-record-run > 0
                        add 1 to io-hdr-count end-add
                        move ani-seqno6 to io-hdr-seqno6(io-hdr-count)
                        move io-record-run to io-hdr-run(io-hdr-count)
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the segment's I/O records, through the
      *** alternate key, each tallied against its run and file
        tally-io-records section.
            move "N" to eof-flag.
            move "F" to ani-type.
            start ani key is = ani-type
                invalid key set file-at-end to true
            end-start.

            perform until file-at-end
                read ani next record
                    at end set file-at-end to true
                end-read

                if not file-at-end
                and not ani-fileio
                    set file-at-end to true
                end-if

                if not file-at-end
                    perform attribute-record
                    if io-record-run > 0
                    and (run-id-filter = spaces
                        or io-run-id(io-record-run) = run-id-filter)
                        add 1 to io-records end-add
                        add 1 to io-run-records(io-record-run)
                        end-add
                        perform tally-io-record
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the run of the current record: the header
      *** with the highest sequence number not above the record's
      *** own; 0 when the record comes before any header
        attribute-record section.
            move 0 to io-record-run.
            move 0 to io-hdr-best.

            perform varying io-hdr-scan from 1 by 1
                    until io-hdr-scan > io-hdr-count
                if io-hdr-seqno6(io-hdr-scan) <= ani-seqno6
                and io-hdr-seqno6(io-hdr-scan) >= io-hdr-best
                    move io-hdr-seqno6(io-hdr-scan) to io-hdr-best
                    move io-hdr-run(io-hdr-scan) to io-record-run
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one I/O record into its file's entry:
      *** operation, status and, for OPEN and CLOSE, the pairing
        tally-io-record section.
            compute io-position =
                io-segment-no * 1000000 + ani-seqno6
            end-compute.

            move 0 to io-file-ix.
            perform varying io-file-scan from 1 by 1
                    until io-file-scan > io-file-count
                    or io-file-ix > 0
                if io-file-run(io-file-scan) = io-record-run
                and io-file-name(io-file-scan) = anif-file-name
                    move io-file-scan to io-file-ix
                end-if
            end-perform

            if io-file-ix = 0
                if io-file-count = 300
                    add 1 to io-file-overflow end-add
                    exit section
                end-if
                add 1 to io-file-count end-add
                move io-file-count to io-file-ix
                initialize io-file-entry(io-file-ix)
                move io-record-run to io-file-run(io-file-ix)
                move anif-file-name to io-file-name(io-file-ix)
            end-if
            if anif-status-field not = spaces
                move anif-status-field
                    to io-file-status-field(io-file-ix)
            end-if

            move 0 to io-op-ix.
            perform varying io-op-ix from 1 by 1
                    until io-op-ix > 7
                    or io-op-name(io-op-ix) = anif-operation
                continue
            end-perform
            if io-op-ix <= 7
                add 1 to io-file-op-count(io-file-ix, io-op-ix)
                end-add
            end-if

      *     the status as counted: read, not there, or not known
            evaluate true
                when anif-status-read
                    move anif-status to io-stat-key
                when anif-no-status-field
                    move "--" to io-stat-key
                when other
                    move "??" to io-stat-key
            end-evaluate

            move 0 to io-stat-ix.
            perform varying io-stat-scan from 1 by 1
                    until io-stat-scan > io-file-stat-count(io-file-ix)
                    or io-stat-ix > 0
                if io-stat-code(io-file-ix, io-stat-scan) = io-stat-key
                    move io-stat-scan to io-stat-ix
                end-if
            end-perform
            if io-stat-ix = 0
            and io-file-stat-count(io-file-ix) < 12
                add 1 to io-file-stat-count(io-file-ix) end-add
                move io-file-stat-count(io-file-ix) to io-stat-ix
                move io-stat-key to io-stat-code(io-file-ix, io-stat-ix)
                move 0 to io-stat-count(io-file-ix, io-stat-ix)
                move 9999999999
                    to io-stat-first-pos(io-file-ix, io-stat-ix)
                move 0 to io-stat-last-pos(io-file-ix, io-stat-ix)
            end-if
            if io-stat-ix > 0
                add 1 to io-stat-count(io-file-ix, io-stat-ix) end-add
                if io-position
                    < io-stat-first-pos(io-file-ix, io-stat-ix)
                    move io-position
                        to io-stat-first-pos(io-file-ix, io-stat-ix)
                    move ani-module
                        to io-stat-first-module(io-file-ix, io-stat-ix)
                    move ani-src-line
                        to io-stat-first-line(io-file-ix, io-stat-ix)
                end-if
                if io-position
                    > io-stat-last-pos(io-file-ix, io-stat-ix)
                    move io-position
                        to io-stat-last-pos(io-file-ix, io-stat-ix)
                    move ani-module
                        to io-stat-last-module(io-file-ix, io-stat-ix)
                    move ani-src-line
                        to io-stat-last-line(io-file-ix, io-stat-ix)
                end-if
            end-if

      *     an OPEN or CLOSE that worked moves the pairing on; the
      *     latest of each decides whether the file stayed open
            move 0 to io-worked-flag.
            if not anif-status-read
            or anif-status(1:1) = "0"
                move 1 to io-worked-flag
            end-if

            if anif-operation = "OPEN"
            and io-worked-flag = 1
                add 1 to io-file-opens(io-file-ix) end-add
                if io-position > io-file-open-pos(io-file-ix)
                    move io-position to io-file-open-pos(io-file-ix)
                    move anif-open-mode
                        to io-file-open-mode(io-file-ix)
                    move ani-module to io-file-open-module(io-file-ix)
                    move ani-src-line to io-file-open-line(io-file-ix)
                end-if
            end-if

            if anif-operation = "CLOSE"
            and io-worked-flag = 1
                add 1 to io-file-closes(io-file-ix) end-add
                if io-position > io-file-close-pos(io-file-ix)
                    move io-position to io-file-close-pos(io-file-ix)
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- the report: per run, per file the
      *** operation counts, the statuses and the pairing verdict
        write-io-report section.
            accept io-date from date yyyymmdd end-accept.
            accept io-time from time end-accept.
            move io-date to rh-date.
            move io-time(1:6) to rh-time.
            write io-report-line from report-header-1 end-write.
            move filename to rh-trace.
            write io-report-line from report-header-2 end-write.
            if run-id-filter not = spaces
                move run-id-filter to rh-run-filter
                write io-report-line from report-header-3 end-write
            end-if

            perform varying io-run-scan from 1 by 1
                    until io-run-scan > io-run-count
                if run-id-filter = spaces
                or io-run-id(io-run-scan) = run-id-filter
                    perform write-run-block
                end-if
            end-perform

            move spaces to io-report-line.
            write io-report-line end-write.
            if io-file-overflow > 0
                move io-file-overflow to ov-count
                write io-report-line from overflow-line end-write
            end-if
            if run-id-filter = spaces
                move io-run-count to tl-runs
            else
                move 1 to tl-runs
            end-if
            move io-file-count to tl-files.
            move io-records to tl-records.
            move files-left-open to tl-left-open.
            write io-report-line from total-line end-write.

            continue.

      ***************************************************************
      *** ----------------- one run: its header line and its files
        write-run-block section.
            move spaces to io-report-line.
            write io-report-line end-write.
            move io-run-id(io-run-scan) to rl-run-id.
            move io-run-program(io-run-scan) to rl-program.
            move io-run-date(io-run-scan) to rl-date.
            move io-run-time(io-run-scan) to rl-time.
            move io-run-records(io-run-scan) to rl-records.
            write io-report-line from run-line end-write.

            move 0 to io-files-in-run.
            perform varying io-file-ix from 1 by 1
                    until io-file-ix > io-file-count
                if io-file-run(io-file-ix) = io-run-scan
                    add 1 to io-files-in-run end-add
                    perform write-file-block
                end-if
            end-perform

            if io-files-in-run = 0
                move "  NO FILE I/O RECORDED" to io-report-line
                write io-report-line end-write
            end-if

            continue.

      ***************************************************************
      *** ----------------- one file of the run
        write-file-block section.
            move io-file-name(io-file-ix) to fl-name.
            if io-file-status-field(io-file-ix) = spaces
                move "(NONE)" to fl-status-field
            else
                move io-file-status-field(io-file-ix)
                    to fl-status-field
            end-if
            write io-report-line from file-line end-write.

            perform varying io-op-ix from 1 by 1
                    until io-op-ix > 7
                move io-op-name(io-op-ix) to ol-name(io-op-ix)
                move io-file-op-count(io-file-ix, io-op-ix)
                    to ol-count(io-op-ix)
            end-perform
            write io-report-line from op-line end-write.

            perform varying io-stat-ix from 1 by 1
                    until io-stat-ix > io-file-stat-count(io-file-ix)
                move io-stat-code(io-file-ix, io-stat-ix) to sl-code
                move io-stat-count(io-file-ix, io-stat-ix) to sl-count
      *         where a non-zero status was first and last seen
                if sl-code = "00"
                or sl-code = "--"
                or sl-code = "??"
                    move spaces to sl-first-label
                    move spaces to sl-first-module
                    move 0 to sl-first-line
                    move spaces to sl-last-label
                    move spaces to sl-last-module
                    move 0 to sl-last-line
                else
                    move "  FIRST " to sl-first-label
                    move io-stat-first-module(io-file-ix, io-stat-ix)
                        to sl-first-module
                    move io-stat-first-line(io-file-ix, io-stat-ix)
                        to sl-first-line
                    move "  LAST " to sl-last-label
                    move io-stat-last-module(io-file-ix, io-stat-ix)
                        to sl-last-module
                    move io-stat-last-line(io-file-ix, io-stat-ix)
                        to sl-last-line
                end-if
                write io-report-line from status-line end-write
            end-perform

            move io-file-opens(io-file-ix) to pl-opens.
            move io-file-closes(io-file-ix) to pl-closes.
            move spaces to pl-verdict.
            evaluate true
                when io-file-open-pos(io-file-ix)
                    > io-file-close-pos(io-file-ix)
                    add 1 to files-left-open end-add
                    move io-file-open-line(io-file-ix) to io-edit-line
                    string "LEFT OPEN AT TERMINATION, OPENED "
                        delimited by size
                        function trim(io-file-open-mode(io-file-ix))
                        delimited by size
                        " AT " delimited by size
                        function trim(io-file-open-module(io-file-ix))
                        delimited by size
                        " LINE " delimited by size
                        function trim(io-edit-line)
                        delimited by size
                        into pl-verdict
                    end-string
                when io-file-closes(io-file-ix)
                    > io-file-opens(io-file-ix)
                    move "CLOSED MORE OFTEN THAN OPENED"
                        to pl-verdict
                when io-file-opens(io-file-ix) = 0
                    move "NO OPEN OR CLOSE RECORDED" to pl-verdict
                when other
                    move "PAIRED" to pl-verdict
            end-evaluate
            write io-report-line from pairing-line end-write.

            continue.
