        identification division.
        program-id. histani.

      ***************************************************************
      ** Variable data-flow history from the "V" records: when a    **
      ** field comes out wrong, the question is which statement     **
      ** last set it, and a raw printani dump of a long run does    **
      ** not answer that. This reads one ani file (and its chain    **
      ** of continuation segments), optionally only the run         **
      ** carrying one run id, and groups the watched-variable       **
      ** changes by variable: each change in execution order with   **
      ** sequence number, module, source line, old and new value,   **
      ** then a closing summary per variable -- number of changes,  **
      ** first and last value, and the distinct values seen.        **
      ** The writer stamps a "V" record with the statement about    **
      ** to run when the change was noticed (see gc-debugger's      **
      ** is-watchpoint-changed); the statement that actually made   **
      ** the change is the one traced before that, and is listed    **
      ** alongside as SET BY.                                       **
      ** Records are walked in sequence-number order through the    **
      ** same weight-digit map comparani builds, immune to the      **
      ** weight-major key order; run attribution follows the run    **
      ** headers met along the way (see printani.cob).              **
      ** Return code: 0 report written, 1 no variable changes in    **
      ** the file (or the run asked for), 2 a file could not be     **
      ** opened.                                                    **
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
      *        every reader of the file (see animod.cob)
               alternate record key is ani-type
                   with duplicates
               file status is ani-status.

           select hist-report assign to hist-report-path
               organization is line sequential
               file status is hist-report-status.

        data division.
        file section.
            fd  ani.
            01  ani-rec.
                03  ani-key.
                    05  ani-seqno                 pic 9(7).
                03  ani-type                      pic x.
                    88 ani-data                   value "D".
                    88 ani-proc                   value "P".
                    88 ani-runhdr                 value "H".
                    88 ani-var                    value "V".
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
      *     the ani-var-rec view of animod.cob
            01  ani-var-rec.
                03  filler                        pic x(7).
                03  filler                        pic x.
                03  filler                        pic x.
                03  aniv-var-name                 pic x(25).
                03  aniv-old-value                pic x(25).
                03  aniv-new-value                pic x(25).
                03  filler                        pic x(35).

            fd  hist-report.
            01  hist-report-line                  pic x(132).

        working-storage section.
            01 ani-status pic 99.
            01 hist-report-status pic 99.
            01 ani-path-ws pic x(256).
            01 eof-flag pic x value "N".
                88 file-at-end value "Y".

      *     weight digit (+1, 0 meaning no record) of the record
      *     carrying each sequence number of the segment being read
            01 hi-map.
                05 hi-weight-of occurs 999999     pic 99.
            01 hi-seq-min pic 9(7).
            01 hi-seq-max pic 9(7).
            01 hi-walk-seqno pic 9(7).
            01 hi-have pic 99.

            01 chain-segment-no pic 9(3) value 0.
            01 chain-done-flag pic 9.

      *     the run the walk is in, and the last two statements
      *     traced in it (the newest and the one before)
            01 hi-current-run pic x(8).
            01 hi-last-module pic x(30).
            01 hi-last-line pic 9(5).
            01 hi-prev-module pic x(30).
            01 hi-prev-line pic 9(5).

      *     one entry per watched variable, first-seen order
            01 hi-var-count pic 9(3) value 0.
            01 hi-var-tbl.
                05 hi-var-entry occurs 200.
                    10 hi-var-name pic x(25).
                    10 hi-var-changes pic 9(7).
                    10 hi-var-first pic x(25).
                    10 hi-var-last pic x(25).
                    10 hi-var-distinct pic 9(3).
                    10 hi-var-value pic x(25) occurs 20.
            01 hi-var-scan pic 9(3).
            01 hi-var-found pic 9(3).
            01 hi-val-scan pic 9(3).
            01 hi-val-found pic 9(3).
            01 hi-note-value pic x(25).

      *     every change, execution order
            01 hi-chg-count pic 9(5) value 0.
            01 hi-chg-tbl.
                05 hi-chg-entry occurs 10000.
                    10 hi-chg-var pic 9(3).
                    10 hi-chg-segment pic 9(3).
                    10 hi-chg-seqno pic 9(6).
                    10 hi-chg-run pic x(8).
                    10 hi-chg-module pic x(30).
                    10 hi-chg-line pic 9(5).
                    10 hi-chg-setby-module pic x(30).
                    10 hi-chg-setby-line pic 9(5).
                    10 hi-chg-old pic x(25).
                    10 hi-chg-new pic x(25).
            01 hi-chg-scan pic 9(5).
            01 hi-overflow pic 9 value 0.

            01 report-header-1 pic x(32)
                value "VARIABLE DATA-FLOW HISTORY      ".
            01 report-header-1a.
                05 filler pic x(10) value "GENERATED ".
                05 rh-date pic 9(8).
                05 filler pic x value space.
                05 rh-time pic 9(6).
                05 filler pic x(7) value "  RUN: ".
                05 rh-run pic x(8).
                05 filler pic x(8) value "  FILE: ".
                05 rh-file pic x(80).
            01 var-title-line.
                05 filler pic x(10) value "VARIABLE: ".
                05 vt-name pic x(25).
            01 change-header.
                05 filler pic x(30)
                    value "  SEG   SEQNO RUN       MODULE".
                05 filler pic x(30)
                    value "                LINE SET BY   ".
                05 filler pic x(30)
                    value "OLD VALUE                  NEW".
                05 filler pic x(6)
                    value " VALUE".
            01 change-detail-line.
                05 filler pic x(2) value spaces.
                05 cd-segment pic zz9.
                05 filler pic x(1) value spaces.
                05 cd-seqno pic z(5)9.
                05 filler pic x(2) value spaces.
                05 cd-run pic x(8).
                05 filler pic x(2) value spaces.
                05 cd-module pic x(20).
                05 filler pic x(1) value spaces.
                05 cd-line pic z(4)9.
                05 filler pic x(2) value spaces.
                05 cd-setby-line pic z(4)9.
                05 filler pic x(1) value spaces.
                05 cd-setby-flag pic x.
                05 filler pic x(1) value spaces.
                05 cd-old pic x(25).
                05 filler pic x(2) value spaces.
                05 cd-new pic x(25).
            01 setby-note-line pic x(60) value
                "  * = SET BY A STATEMENT IN ANOTHER MODULE".
            01 summary-header-1 pic x(24)
                value "SUMMARY BY VARIABLE     ".
            01 summary-header-2.
                05 filler pic x(30)
                    value "VARIABLE                  CHAN".
                05 filler pic x(30)
                    value "GES  FIRST VALUE              ".
                05 filler pic x(30)
                    value " LAST VALUE                DIS".
                05 filler pic x(5)
                    value "TINCT".
            01 summary-detail-line.
                05 sd-name pic x(25).
                05 filler pic x(1) value spaces.
                05 sd-changes pic z(6)9.
                05 filler pic x(2) value spaces.
                05 sd-first pic x(25).
                05 filler pic x(1) value spaces.
                05 sd-last pic x(25).
                05 filler pic x(1) value spaces.
                05 sd-distinct pic zz9.
                05 sd-more pic x.
            01 distinct-value-line.
                05 filler pic x(20) value "    DISTINCT VALUE: ".
                05 dv-value pic x(25).
            01 report-footer.
                05 filler pic x(11) value "VARIABLES: ".
                05 rf-vars pic zz9.
                05 filler pic x(11) value "  CHANGES: ".
                05 rf-changes pic z(4)9.
            01 overflow-warning pic x(46) value
                "CHANGE TABLE OVERFLOWED - RESULTS INCOMPLETE".

        linkage section.
            01 filename                           pic x(256).
      *     spaces = no report file; the counts and status still
      *     come back through the linkage
            01 hist-report-path                   pic x(256).
      *     spaces = changes of every run in the file
            01 run-id-filter                      pic x(8).
            01 variables-found                    pic 9(3).
            01 changes-found                      pic 9(7).
            01 hist-status                        pic x.
                88 hist-done                      value "H".
                88 hist-no-changes                value "N".
                88 hist-error                     value "E".

        procedure division using by reference
            filename hist-report-path run-id-filter
            variables-found changes-found hist-status.

            move 0 to variables-found.
            move 0 to changes-found.
            move 0 to hi-var-count.
            move 0 to hi-chg-count.
            move 0 to hi-overflow.
            set hist-no-changes to true.

            move filename to ani-path-ws.
            move 0 to chain-segment-no.

            open input ani.
            if ani-status not = 0
                set hist-error to true
                move 2 to return-code
                goback
            end-if
            close ani.

      *     the base file, then every continuation segment the run
      *     rolled over into
            move 0 to chain-done-flag.
            perform walk-one-segment
                until chain-done-flag = 1

            move hi-var-count to variables-found.
            move hi-chg-count to changes-found.

            if hi-chg-count = 0
                move 1 to return-code
                goback
            end-if

            if hist-report-path not = spaces
                perform write-hist-report
            end-if

            set hist-done to true.
            move 0 to return-code.

        goback.

      ***************************************************************
      *** ----------------- one segment: the weight-digit pre-pass,
      *** then the sequence-order walk noting every change
        walk-one-segment section.
            open input ani.
            if ani-status not = 0
                move 1 to chain-done-flag
                exit section
            end-if

            move zeros to hi-map.
            move 9999999 to hi-seq-min.
            move 0 to hi-seq-max.
            move "N" to eof-flag.

            perform until file-at-end
                read ani next record
                    at end set file-at-end to true
                end-read
                if not file-at-end
                and ani-seqno6 > 0
                    compute hi-weight-of(ani-seqno6) = ani-bw + 1
                    end-compute
                    if ani-seqno6 < hi-seq-min
                        move ani-seqno6 to hi-seq-min
                    end-if
                    if ani-seqno6 > hi-seq-max
                        move ani-seqno6 to hi-seq-max
                    end-if
                end-if
            end-perform

      *     a segment starts outside any run until its own header
            move spaces to hi-current-run.
            move spaces to hi-last-module.
            move 0 to hi-last-line.
            move spaces to hi-prev-module.
            move 0 to hi-prev-line.

            perform varying hi-walk-seqno from hi-seq-min by 1
                    until hi-walk-seqno > hi-seq-max

                move hi-weight-of(hi-walk-seqno) to hi-have
                if hi-have > 0
                    compute ani-seqno =
                        (hi-have - 1) * 1000000 + hi-walk-seqno
                    end-compute
                    read ani
                        key is ani-key
                        invalid key move 0 to hi-have
                    end-read
                end-if

                if hi-have > 0
                    evaluate true
                        when ani-runhdr
                            move anih-run-id to hi-current-run
                            move spaces to hi-last-module
                            move 0 to hi-last-line
                            move spaces to hi-prev-module
                            move 0 to hi-prev-line
                        when ani-data or ani-proc
                            move hi-last-module to hi-prev-module
                            move hi-last-line to hi-prev-line
                            move ani-module to hi-last-module
                            move ani-src-line to hi-last-line
                        when ani-var
                            if run-id-filter = spaces
                            or hi-current-run = run-id-filter
                                perform note-change
                            end-if
                    end-evaluate
                end-if
            end-perform

            close ani.

            add 1 to chain-segment-no end-add.
            move spaces to ani-path-ws.
            string function trim(filename, trailing)
                delimited by size
                "." delimited by size
                chain-segment-no delimited by size
                into ani-path-ws
            end-string

            continue.

      ***************************************************************
      *** ----------------- the current "V" record: find or add its
      *** variable, file the change, keep the per-variable summary
        note-change section.
            move 0 to hi-var-found.
            perform varying hi-var-scan from 1 by 1
                    until hi-var-scan > hi-var-count
                if hi-var-name(hi-var-scan) = aniv-var-name
                    move hi-var-scan to hi-var-found
                    exit perform
                end-if
            end-perform

            if hi-var-found = 0
                if hi-var-count >= 200
                    move 1 to hi-overflow
                    exit section
                end-if
                add 1 to hi-var-count end-add
                move hi-var-count to hi-var-found
                move aniv-var-name to hi-var-name(hi-var-found)
                move 0 to hi-var-changes(hi-var-found)
                move aniv-old-value to hi-var-first(hi-var-found)
                move 0 to hi-var-distinct(hi-var-found)
                move aniv-old-value to hi-note-value
                perform note-distinct-value
            end-if

            add 1 to hi-var-changes(hi-var-found) end-add.
            move aniv-new-value to hi-var-last(hi-var-found).
            move aniv-new-value to hi-note-value.
            perform note-distinct-value.

            if hi-chg-count >= 10000
                move 1 to hi-overflow
                exit section
            end-if

            add 1 to hi-chg-count end-add.
            move hi-var-found to hi-chg-var(hi-chg-count).
            move chain-segment-no to hi-chg-segment(hi-chg-count).
            move ani-seqno6 to hi-chg-seqno(hi-chg-count).
            move hi-current-run to hi-chg-run(hi-chg-count).
            move ani-module to hi-chg-module(hi-chg-count).
            move ani-src-line to hi-chg-line(hi-chg-count).
            move hi-prev-module to hi-chg-setby-module(hi-chg-count).
            move hi-prev-line to hi-chg-setby-line(hi-chg-count).
            move aniv-old-value to hi-chg-old(hi-chg-count).
            move aniv-new-value to hi-chg-new(hi-chg-count).

            continue.

      ***************************************************************
      *** ----------------- hi-note-value into the distinct values
      *** of variable hi-var-found; past 20 only the count grows
        note-distinct-value section.
            move 0 to hi-val-found.
            perform varying hi-val-scan from 1 by 1
                    until hi-val-scan > hi-var-distinct(hi-var-found)
                    or hi-val-scan > 20
                if hi-var-value(hi-var-found hi-val-scan)
                    = hi-note-value
                    move hi-val-scan to hi-val-found
                    exit perform
                end-if
            end-perform

            if hi-val-found = 0
            and hi-var-distinct(hi-var-found) < 999
                add 1 to hi-var-distinct(hi-var-found) end-add
                if hi-var-distinct(hi-var-found) <= 20
                    move hi-note-value to hi-var-value(hi-var-found
                        hi-var-distinct(hi-var-found))
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- per variable the changes in execution
      *** order, then the closing summary
        write-hist-report section.
            open output hist-report.
            if hist-report-status not = 0
                exit section
            end-if

            write hist-report-line from report-header-1 end-write.
            accept rh-date from date yyyymmdd end-accept.
            accept rh-time from time end-accept.
            if run-id-filter = spaces
                move "(ALL)" to rh-run
            else
                move run-id-filter to rh-run
            end-if
            move filename to rh-file.
            write hist-report-line from report-header-1a end-write.

            if hi-overflow = 1
                write hist-report-line from overflow-warning
                    end-write
            end-if

            perform varying hi-var-scan from 1 by 1
                    until hi-var-scan > hi-var-count

                move spaces to hist-report-line
                write hist-report-line end-write
                move hi-var-name(hi-var-scan) to vt-name
                write hist-report-line from var-title-line end-write
                write hist-report-line from change-header end-write

                perform varying hi-chg-scan from 1 by 1
                        until hi-chg-scan > hi-chg-count
                    if hi-chg-var(hi-chg-scan) = hi-var-scan
                        move hi-chg-segment(hi-chg-scan) to cd-segment
                        move hi-chg-seqno(hi-chg-scan) to cd-seqno
                        move hi-chg-run(hi-chg-scan) to cd-run
                        move hi-chg-module(hi-chg-scan) to cd-module
                        move hi-chg-line(hi-chg-scan) to cd-line
                        move hi-chg-setby-line(hi-chg-scan)
                            to cd-setby-line
      *                 the setting statement ran in another module
      *                 (the change showed after a CALL returned)
                        if hi-chg-setby-module(hi-chg-scan)
                            not = hi-chg-module(hi-chg-scan)
                        and hi-chg-setby-module(hi-chg-scan)
                            not = spaces
                            move "*" to cd-setby-flag
                        else
                            move space to cd-setby-flag
                        end-if
                        move hi-chg-old(hi-chg-scan) to cd-old
                        move hi-chg-new(hi-chg-scan) to cd-new
                        write hist-report-line
                            from change-detail-line end-write
                    end-if
                end-perform
            end-perform

            move spaces to hist-report-line.
            write hist-report-line end-write.
            write hist-report-line from setby-note-line end-write.
            move spaces to hist-report-line.
            write hist-report-line end-write.
            write hist-report-line from summary-header-1 end-write.
            write hist-report-line from summary-header-2 end-write.

            perform varying hi-var-scan from 1 by 1
                    until hi-var-scan > hi-var-count
                move hi-var-name(hi-var-scan) to sd-name
                move hi-var-changes(hi-var-scan) to sd-changes
                move hi-var-first(hi-var-scan) to sd-first
                move hi-var-last(hi-var-scan) to sd-last
                move hi-var-distinct(hi-var-scan) to sd-distinct
                if hi-var-distinct(hi-var-scan) > 20
                    move "+" to sd-more
                else
                    move space to sd-more
                end-if
                write hist-report-line from summary-detail-line
                    end-write

                perform varying hi-val-scan from 1 by 1
                        until hi-val-scan > hi-var-distinct(hi-var-scan)
                        or hi-val-scan > 20
                    move hi-var-value(hi-var-scan hi-val-scan)
                        to dv-value
                    write hist-report-line from distinct-value-line
                        end-write
                end-perform
            end-perform

            move spaces to hist-report-line.
            write hist-report-line end-write.
            move hi-var-count to rf-vars.
            move hi-chg-count to rf-changes.
            write hist-report-line from report-footer end-write.

            close hist-report.

            continue.
