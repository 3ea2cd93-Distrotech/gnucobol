      *             files a trace longer than 999999 statements
      *             rolls over into
                    88 ani-chainhdr               value "L".
      *             run trailers (see animod.cob's ani-trl-rec) close
      *             every run the writer saw end
                    88 ani-runtrl                 value "T".
      *             operator interventions (see animod.cob's
      *             ani-aud-rec): the run they fall in is tainted
                    88 ani-audit                  value "U".
      *             recording windows (see animod.cob's ani-win-rec)
      *             open and close a section of the run
                    88 ani-window                 value "W".
      *             file I/O activity (see animod.cob's ani-io-rec),
      *             listed as detail records next to the statements
                    88 ani-fileio                 value "F".
      *             post-mortem data dumps (see animod.cob's
      *             ani-dmp-rec), listed as a block of detail records
      *             under a heading saying where the run stopped
                    88 ani-dump                   value "M".
      *             assertion violations (see animod.cob's
      *             assertion-violation view), listed as detail records
                    88 ani-assert                 value "A".
                03  ani-condition                 pic x.
      *         widened to match animod.cob's ani-rest (pic x(77))
                03  ani-area-ab                   pic x(75).
                03  anih-program                  pic x(30).
                03  filler                        pic x(24).
                03  filler                        pic x(35).
      *     run-trailer view, matching animod.cob's ani-trl-rec
            01  ani-trl.
                03  filler                        pic x(7).
                03  anit-type                     pic x.
                03  anit-run-id                   pic x(8).
                03  anit-end-date                 pic 9(8).
                03  anit-end-time                 pic 9(6).
                03  anit-stmt-count               pic 9(9).
                03  anit-reason                   pic x(10).
                03  anit-program-rc               pic s9(4)
                                    sign is leading separate.
                03  filler                        pic x(65).
      *     operator-intervention view, matching animod.cob's
      *     ani-aud-rec
            01  ani-aud.
                03  filler                        pic x(7).
                03  aniu-type                     pic x.
                03  aniu-condition                pic x.
                    88 aniu-set-next              value "N".
                03  aniu-user                     pic x(8).
                03  aniu-date                     pic 9(8).
                03  aniu-time                     pic 9(6).
                03  aniu-var-name                 pic x(17).
                03  aniu-old-value                pic x(18).
                03  aniu-new-value                pic x(18).
                03  filler                        pic x(35).
      *     recording-window view, matching animod.cob's ani-win-rec
            01  ani-win.
                03  filler                        pic x(7).
                03  aniw-type                     pic x.
                03  aniw-event                    pic x.
                    88 aniw-opened                value "O".
                03  aniw-window-no                pic 9(4).
                03  aniw-stmt-count               pic 9(9).
                03  aniw-trigger                  pic x(62).
                03  filler                        pic x(35).
      *     file I/O view, matching animod.cob's ani-io-rec
            01  ani-io.
                03  filler                        pic x(7).
                03  anif-type                     pic x.
                03  anif-condition                pic x.
                    88 anif-status-read           value "S".
                03  anif-operation                pic x(8).
                03  anif-open-mode                pic x(6).
                03  anif-file-name                pic x(30).
                03  anif-status                   pic x(2).
                03  anif-status-field             pic x(29).
                03  filler                        pic x(35).
      *     post-mortem dump view, matching animod.cob's ani-dmp-rec
            01  ani-dmp.
                03  filler                        pic x(7).
                03  anid-type                     pic x.
                03  anid-condition                pic x.
                    88 anid-at-breakpoint         value "B".
                    88 anid-at-budget             value "G".
                    88 anid-at-io-error           value "I".
                    88 anid-at-abend              value "A".
                03  anid-item-no                  pic 9(3).
                03  anid-level                    pic 99.
                03  anid-var-name                 pic x(30).
                03  anid-value                    pic x(40).
                03  filler                        pic x(35).

            fd  trace-report.
            01  trace-report-line                 pic x(200).
                05 filler pic x value space.
                05 rs-program pic x(30).

            01 end-stamp-line.
                05 filler pic x(5) value "END: ".
                05 es-run-id pic x(8).
                05 filler pic x value space.
                05 es-date pic 9(8).
                05 filler pic x value space.
                05 es-time pic 9(6).
                05 filler pic x value space.
                05 es-reason pic x(10).
                05 filler pic x(4) value " RC ".
                05 es-rc pic -(4)9.
                05 filler pic x(12) value " STATEMENTS ".
                05 es-stmts pic z(8)9.

            01 audit-stamp-line.
                05 filler pic x(9) value "TAINTED: ".
                05 as-user pic x(8).
                05 filler pic x value space.
                05 as-date pic 9(8).
                05 filler pic x value space.
                05 as-time pic 9(6).
                05 filler pic x value space.
                05 as-what pic x(8).
                05 as-var-name pic x(17).
                05 filler pic x(6) value " FROM ".
                05 as-old-value pic x(18).
                05 filler pic x(4) value " TO ".
                05 as-new-value pic x(18).
                05 filler pic x(4) value " AT ".
                05 as-module pic x(30).
                05 as-line pic z(4)9.

            01 window-stamp-line.
                05 filler pic x(7) value "WINDOW ".
                05 wm-window-no pic z(3)9.
                05 filler pic x value space.
                05 wm-what pic x(7).
                05 wm-trigger pic x(62).
                05 filler pic x(4) value " AT ".
                05 wm-module pic x(30).
                05 wm-line pic z(4)9.
                05 wm-stmts-label pic x(12).
                05 wm-stmts pic z(8)9 blank when zero.

            01 dump-stamp-line.
                05 filler pic x(10) value "DATA DUMP ".
                05 dm-reason pic x(24).
                05 filler pic x(4) value " AT ".
                05 dm-module pic x(30).
                05 dm-line pic z(4)9.

        linkage section.
            01 filename pic x(256).
            01 linecount usage binary-long.
                    exit perform cycle
                end-if

      *         a run trailer closes the run in the report the same
      *         way, and is not a detail record either
                if ani-runtrl
                    if report-is-open
                    and not format-delimited
                    and (run-id-filter = spaces
                        or current-run-id = run-id-filter)
                        move anit-run-id to es-run-id
                        move anit-end-date to es-date
                        move anit-end-time to es-time
                        move anit-reason to es-reason
                        move anit-program-rc to es-rc
                        move anit-stmt-count to es-stmts
                        write trace-report-line from end-stamp-line
                            end-write
                    end-if
                    exit perform cycle
                end-if

      *         an operator intervention marks the run as tainted in
      *         the report, and is not a detail record either
                if ani-audit
                    if report-is-open
                    and not format-delimited
                    and (run-id-filter = spaces
                        or current-run-id = run-id-filter)
                        move aniu-user to as-user
                        move aniu-date to as-date
                        move aniu-time to as-time
                        if aniu-set-next
                            move "SETNEXT " to as-what
                            move spaces to as-var-name
                        else
                            move "CHANGE  " to as-what
                            move aniu-var-name to as-var-name
                        end-if
                        move aniu-old-value to as-old-value
                        move aniu-new-value to as-new-value
                        move ani-module to as-module
                        move ani-src-line to as-line
                        write trace-report-line from audit-stamp-line
                            end-write
                    end-if
                    exit perform cycle
                end-if

      *         a recording-window marker starts or ends a section of
      *         the run in the report, and is not a detail record
                if ani-window
                    if report-is-open
                    and not format-delimited
                    and (run-id-filter = spaces
                        or current-run-id = run-id-filter)
                        move aniw-window-no to wm-window-no
                        move aniw-trigger to wm-trigger
                        move ani-module to wm-module
                        move ani-src-line to wm-line
                        if aniw-opened
                            move spaces to trace-report-line
                            write trace-report-line end-write
                            move "OPENED " to wm-what
                            move spaces to wm-stmts-label
                            move 0 to wm-stmts
                        else
                            move "CLOSED " to wm-what
                            move " STATEMENTS " to wm-stmts-label
                            move aniw-stmt-count to wm-stmts
                        end-if
                        write trace-report-line from window-stamp-line
                            end-write
                        if not aniw-opened
                            move spaces to trace-report-line
                            write trace-report-line end-write
                        end-if
                    end-if
                    exit perform cycle
                end-if

      *         attribute this record to its run by sequence number
      *         against the collected headers (see the pre-pass)
                move spaces to record-run-id
                                    move "DATA" to rd-type
                                when ani-var
                                    move "VAR " to rd-type
                                when ani-fileio
                                    move "I/O " to rd-type
                                when ani-dump
                                    move "DUMP" to rd-type
                                when ani-assert
                                    move "ASRT" to rd-type
                                when other
                                    move "PROC" to rd-type
                            end-evaluate
                            move ani-module(1:20) to rd-module
                            move ani-src-line to rd-line
                            move ani-area-ab(1:75) to rd-text
      *                     an I/O record reads as the operation on
      *                     the file and the status it left
                            if ani-fileio
                                move spaces to rd-text
                                string function trim(anif-operation)
                                    delimited by size
                                    " " delimited by size
                                    function trim(anif-open-mode)
                                    delimited by size
                                    " " delimited by size
                                    function trim(anif-file-name)
                                    delimited by size
                                    into rd-text
                                end-string
                                if anif-status-read
                                    move "STATUS " to rd-text(50:7)
                                    move anif-status to rd-text(57:2)
                                end-if
                            end-if
      *                     a dump record reads as level, item and
      *                     value; the first of a block is led by a
      *                     heading saying where the run stopped
                            if ani-dump
                                move spaces to rd-text
                                string anid-level delimited by size
                                    " " delimited by size
                                    anid-var-name delimited by size
                                    into rd-text
                                end-string
                                move anid-value to rd-text(36:40)
                                if anid-item-no = 1
                                    perform write-dump-heading
                                end-if
                            end-if
                            write trace-report-line
                                from report-detail-line end-write
                        end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- the heading a block of dump records is
      *** listed under: why and where the run stopped
        write-dump-heading section.
            evaluate true
                when anid-at-breakpoint
                    move "AT A BREAKPOINT" to dm-reason
                when anid-at-budget
                    move "ON THE GO BUDGET" to dm-reason
                when anid-at-io-error
                    move "ON AN I/O ERROR" to dm-reason
                when anid-at-abend
                    move "AT AN ABNORMAL END" to dm-reason
                when other
                    move spaces to dm-reason
            end-evaluate
            move ani-module to dm-module.
            move ani-src-line to dm-line.

            move spaces to trace-report-line.
            write trace-report-line end-write.
            write trace-report-line from dump-stamp-line end-write.

            continue.
