        identification division.
        program-id. deltaani.

      ***************************************************************
      ** Execution-count delta between two recorded traces: after   **
      ** a program change, comparani says the paths differ but not  **
      ** by how much, and a loop that now runs ten times as often   **
      ** is exactly what a performance regression looks like. This  **
      ** counts the statement records per module/line in a          **
      ** baseline and a candidate trace (continuation segments      **
      ** included, optionally one run id each), and reports         **
      **  - the lines executed in only one of the two,              **
      **  - the lines executed in both whose count changed by more  **
      **    than a percentage or an absolute threshold, ranked by   **
      **    the size of the change,                                 **
      **  - the per-module statement totals of both sides.          **
      ** With both thresholds 0 every changed count is reported. A  **
      ** record belongs to the run whose header has the highest     **
      ** sequence number not above its own (see printani.cob).      **
      ** Return code: 0 no line beyond the thresholds and none in   **
      ** only one trace, 1 differences reported, 2 a file could not **
      ** be opened.                                                 **
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

           select delta-report assign to delta-report-path
               organization is line sequential
               file status is delta-report-status.

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

            fd  delta-report.
            01  delta-report-line                 pic x(132).

        working-storage section.
            01 ani-status pic 99.
            01 delta-report-status pic 99.
            01 ani-path-ws pic x(256).
            01 eof-flag pic x value "N".
                88 file-at-end value "Y".

            01 chain-segment-no pic 9(3).

      *     which side is being counted: "B" baseline, "C" candidate
            01 de-side pic x.
                88 de-side-baseline value "B".
                88 de-side-candidate value "C".
            01 de-side-path pic x(256).
            01 de-side-run pic x(8).
            01 de-side-opened pic 9.

      *     the current segment's run headers, for attribution
            01 de-hdr-count pic 9(3).
            01 de-hdr-tbl.
                05 de-hdr-entry occurs 100.
                    10 de-hdr-seqno6 pic 9(6).
                    10 de-hdr-id pic x(8).
            01 de-hdr-scan pic 9(3).
            01 de-hdr-best pic 9(6).
            01 de-record-run pic x(8).

      *     one entry per module/line executed on either side
            01 de-count pic 9(5) value 0.
            01 de-tbl.
                05 de-entry occurs 0 to 20000
                        depending on de-count.
                    10 de-module pic x(30).
                    10 de-line pic 9(5).
                    10 de-base-count pic 9(9).
                    10 de-cand-count pic 9(9).
                    10 de-abs-diff pic 9(9).
                    10 de-sign pic x.
                    10 de-pct pic 9(5)v9.
                    10 de-flag pic x.
                        88 de-only-baseline value "B".
                        88 de-only-candidate value "C".
                        88 de-beyond value "T".
                        88 de-within value " ".
            01 de-scan pic 9(5).
            01 de-found pic 9(5).
            01 de-last pic 9(5) value 0.
            01 de-overflow pic 9 value 0.

      *     per-module totals of both sides
            01 de-mod-count pic 9(3) value 0.
            01 de-mod-tbl.
                05 de-mod-entry occurs 200.
                    10 de-mod-name pic x(30).
                    10 de-mod-base pic 9(9).
                    10 de-mod-cand pic 9(9).
            01 de-mod-scan pic 9(3).
            01 de-mod-found pic 9(3).

            01 de-base-total pic 9(9) value 0.
            01 de-cand-total pic 9(9) value 0.

            01 report-header-1 pic x(34)
                value "EXECUTION-COUNT DELTA REPORT      ".
            01 report-header-1a.
                05 filler pic x(10) value "GENERATED ".
                05 rh-date pic 9(8).
                05 filler pic x value space.
                05 rh-time pic 9(6).
                05 filler pic x(16) value "  THRESHOLDS:   ".
                05 rh-pct pic zz9.
                05 filler pic x(6) value "%  OR ".
                05 rh-abs pic z(6)9.
                05 filler pic x(11) value " STATEMENTS".
            01 report-header-side.
                05 rs-label pic x(12).
                05 rs-path pic x(80).
                05 filler pic x(6) value "  RUN ".
                05 rs-run pic x(8).
                05 rs-note pic x(14).
            01 section-title-line pic x(60).
            01 only-header pic x(48) value
                "MODULE                           LINE      COUNT".
            01 only-detail-line.
                05 od-module pic x(30).
                05 filler pic x(2) value spaces.
                05 od-line pic z(4)9.
                05 filler pic x(2) value spaces.
                05 od-count pic z(8)9.
            01 ranked-header.
                05 filler pic x(30)
                    value "MODULE                        ".
                05 filler pic x(30)
                    value "   LINE  BASELINE  CANDIDATE  ".
                05 filler pic x(21)
                    value "    CHANGE    PERCENT".
            01 ranked-detail-line.
                05 rk-module pic x(30).
                05 filler pic x(2) value spaces.
                05 rk-line pic z(4)9.
                05 filler pic x(1) value spaces.
                05 rk-base pic z(8)9.
                05 filler pic x(2) value spaces.
                05 rk-cand pic z(8)9.
                05 filler pic x(2) value spaces.
                05 rk-sign pic x.
                05 rk-diff pic z(8)9.
                05 filler pic x(2) value spaces.
                05 rk-pct pic z(5)9.9.
                05 filler pic x value "%".
            01 module-header.
                05 filler pic x(30)
                    value "MODULE                        ".
                05 filler pic x(30)
                    value "     BASELINE   CANDIDATE     ".
                05 filler pic x(7) value " CHANGE".
            01 module-detail-line.
                05 mo-module pic x(30).
                05 filler pic x(2) value spaces.
                05 mo-base pic z(10)9.
                05 filler pic x(1) value spaces.
                05 mo-cand pic z(10)9.
                05 filler pic x(2) value spaces.
                05 mo-sign pic x.
                05 mo-diff pic z(8)9.
            01 de-work-diff pic 9(9).
            01 report-footer.
                05 filler pic x(17) value "ONLY IN BASELINE:".
                05 rf-only-base pic z(4)9.
                05 filler pic x(20) value "  ONLY IN CANDIDATE:".
                05 rf-only-cand pic z(4)9.
                05 filler pic x(21) value "  BEYOND THRESHOLDS: ".
                05 rf-beyond pic z(4)9.
            01 overflow-warning pic x(42) value
                "LINE TABLE OVERFLOWED - RESULTS INCOMPLETE".

        linkage section.
            01 baseline-path                      pic x(256).
            01 candidate-path                     pic x(256).
      *     spaces on either = every run of that file is counted
            01 baseline-run-id                    pic x(8).
            01 candidate-run-id                   pic x(8).
      *     a line in both traces is reported when its count moved
      *     by at least this percent of the baseline count, or by
      *     at least this many statements; 0 leaves a threshold out,
      *     both 0 report every change
            01 threshold-percent                  pic 9(3).
            01 threshold-absolute                 pic 9(7).
      *     spaces = no report file; the counts and status still
      *     come back through the linkage
            01 delta-report-path                  pic x(256).
            01 lines-only-baseline                pic 9(5).
            01 lines-only-candidate               pic 9(5).
            01 lines-beyond                       pic 9(5).
            01 delta-status                       pic x.
                88 delta-same                     value "S".
                88 delta-differs                  value "D".
                88 delta-error                    value "E".

        procedure division using by reference
            baseline-path candidate-path
            baseline-run-id candidate-run-id
            threshold-percent threshold-absolute
            delta-report-path
            lines-only-baseline lines-only-candidate lines-beyond
            delta-status.

            move 0 to lines-only-baseline.
            move 0 to lines-only-candidate.
            move 0 to lines-beyond.
            move 0 to de-count.
            move 0 to de-last.
            move 0 to de-overflow.
            move 0 to de-mod-count.
            move 0 to de-base-total.
            move 0 to de-cand-total.
            set delta-same to true.

            move "B" to de-side.
            move baseline-path to de-side-path.
            move baseline-run-id to de-side-run.
            perform count-one-side.
            if de-side-opened = 0
                set delta-error to true
                move 2 to return-code
                goback
            end-if

            move "C" to de-side.
            move candidate-path to de-side-path.
            move candidate-run-id to de-side-run.
            perform count-one-side.
            if de-side-opened = 0
                set delta-error to true
                move 2 to return-code
                goback
            end-if

            perform judge-lines.

            if lines-only-baseline > 0
            or lines-only-candidate > 0
            or lines-beyond > 0
                set delta-differs to true
            end-if

            if delta-report-path not = spaces
                perform write-delta-report
            end-if

            if delta-differs
                move 1 to return-code
            else
                move 0 to return-code
            end-if

        goback.

      ***************************************************************
      *** ----------------- one side's trace, base file and every
      *** continuation segment: run headers first, then the counts
        count-one-side section.
            move 0 to de-side-opened.
            move de-side-path to ani-path-ws.
            move 0 to chain-segment-no.
            move 0 to de-last.

            perform until chain-segment-no > 999
                open input ani
                if ani-status not = 0
                    exit perform
                end-if
                move 1 to de-side-opened

                move 0 to de-hdr-count
                move "N" to eof-flag
                perform until file-at-end
                    read ani next record
                        at end set file-at-end to true
                    end-read
                    if not file-at-end
                    and ani-runhdr
                    and de-hdr-count < 100
                        add 1 to de-hdr-count end-add
                        move ani-seqno6 to de-hdr-seqno6(de-hdr-count)
                        move anih-run-id to de-hdr-id(de-hdr-count)
                    end-if
                end-perform

                move "N" to eof-flag
                move 0 to ani-seqno
                start ani key not less ani-key
                    invalid key set file-at-end to true
                end-start
                perform until file-at-end
                    read ani next record
                        at end set file-at-end to true
                    end-read
                    if not file-at-end
                    and (ani-data or ani-proc)
                    and ani-seqno6 > 0
                        perform tally-record
                    end-if
                end-perform
                close ani

                add 1 to chain-segment-no end-add
                move spaces to ani-path-ws
                string function trim(de-side-path, trailing)
                    delimited by size
                    "." delimited by size
                    chain-segment-no delimited by size
                    into ani-path-ws
                end-string
            end-perform

            continue.

      ***************************************************************
      *** ----------------- count the current statement record on the
      *** side being read, when it lies in the run asked for
        tally-record section.
            if de-side-run not = spaces
                move spaces to de-record-run
                move 0 to de-hdr-best
                perform varying de-hdr-scan from 1 by 1
                        until de-hdr-scan > de-hdr-count
                    if de-hdr-seqno6(de-hdr-scan) <= ani-seqno6
                    and de-hdr-seqno6(de-hdr-scan) >= de-hdr-best
                        move de-hdr-seqno6(de-hdr-scan) to de-hdr-best
                        move de-hdr-id(de-hdr-scan) to de-record-run
                    end-if
                end-perform
                if de-record-run not = de-side-run
                    exit section
                end-if
            end-if

            move 0 to de-found.
            if de-last > 0
            and de-module(de-last) = ani-module
            and de-line(de-last) = ani-src-line
                move de-last to de-found
            else
                perform varying de-scan from 1 by 1
                        until de-scan > de-count
                    if de-module(de-scan) = ani-module
                    and de-line(de-scan) = ani-src-line
                        move de-scan to de-found
                        exit perform
                    end-if
                end-perform
            end-if

            if de-found = 0
                if de-count >= 20000
                    move 1 to de-overflow
                    exit section
                end-if
                add 1 to de-count end-add
                move de-count to de-found
                move ani-module to de-module(de-found)
                move ani-src-line to de-line(de-found)
                move 0 to de-base-count(de-found)
                move 0 to de-cand-count(de-found)
            end-if
            move de-found to de-last.

            if de-side-baseline
                add 1 to de-base-count(de-found) end-add
                add 1 to de-base-total end-add
            else
                add 1 to de-cand-count(de-found) end-add
                add 1 to de-cand-total end-add
            end-if

            continue.

      ***************************************************************
      *** ----------------- per line the size of the change and its
      *** verdict; per module the two totals
        judge-lines section.
            perform varying de-scan from 1 by 1
                    until de-scan > de-count

                if de-cand-count(de-scan) >= de-base-count(de-scan)
                    compute de-abs-diff(de-scan) =
                        de-cand-count(de-scan) - de-base-count(de-scan)
                    end-compute
                    move "+" to de-sign(de-scan)
                else
                    compute de-abs-diff(de-scan) =
                        de-base-count(de-scan) - de-cand-count(de-scan)
                    end-compute
                    move "-" to de-sign(de-scan)
                end-if
                if de-abs-diff(de-scan) = 0
                    move space to de-sign(de-scan)
                end-if

                move 0 to de-pct(de-scan)
                if de-base-count(de-scan) > 0
                    compute de-pct(de-scan) rounded =
                        de-abs-diff(de-scan) * 100
                        / de-base-count(de-scan)
                        on size error move 99999.9 to de-pct(de-scan)
                    end-compute
                end-if

                evaluate true
                    when de-cand-count(de-scan) = 0
                        set de-only-baseline(de-scan) to true
                        add 1 to lines-only-baseline end-add
                    when de-base-count(de-scan) = 0
                        set de-only-candidate(de-scan) to true
                        add 1 to lines-only-candidate end-add
                    when de-abs-diff(de-scan) = 0
                        set de-within(de-scan) to true
                    when threshold-percent = 0
                    and threshold-absolute = 0
                        set de-beyond(de-scan) to true
                    when threshold-percent > 0
                    and de-pct(de-scan) >= threshold-percent
                        set de-beyond(de-scan) to true
                    when threshold-absolute > 0
                    and de-abs-diff(de-scan) >= threshold-absolute
                        set de-beyond(de-scan) to true
                    when other
                        set de-within(de-scan) to true
                end-evaluate
                if de-beyond(de-scan)
                    add 1 to lines-beyond end-add
                end-if

                move 0 to de-mod-found
                perform varying de-mod-scan from 1 by 1
                        until de-mod-scan > de-mod-count
                    if de-mod-name(de-mod-scan) = de-module(de-scan)
                        move de-mod-scan to de-mod-found
                        exit perform
                    end-if
                end-perform
                if de-mod-found = 0 and de-mod-count < 200
                    add 1 to de-mod-count end-add
                    move de-mod-count to de-mod-found
                    move de-module(de-scan) to de-mod-name(de-mod-found)
                    move 0 to de-mod-base(de-mod-found)
                    move 0 to de-mod-cand(de-mod-found)
                end-if
                if de-mod-found > 0
                    add de-base-count(de-scan)
                        to de-mod-base(de-mod-found) end-add
                    add de-cand-count(de-scan)
                        to de-mod-cand(de-mod-found) end-add
                end-if
            end-perform

            continue.

      ***************************************************************
        write-delta-report section.
            open output delta-report.
            if delta-report-status not = 0
                exit section
            end-if

            write delta-report-line from report-header-1 end-write.
            accept rh-date from date yyyymmdd end-accept.
            accept rh-time from time end-accept.
            move threshold-percent to rh-pct.
            move threshold-absolute to rh-abs.
            write delta-report-line from report-header-1a end-write.

            move "BASELINE:   " to rs-label.
            move baseline-path to rs-path.
            move baseline-run-id to rs-run.
            if baseline-run-id = spaces
                move "(ALL)" to rs-run
            end-if
            move spaces to rs-note.
            write delta-report-line from report-header-side end-write.
            move "CANDIDATE:  " to rs-label.
            move candidate-path to rs-path.
            move candidate-run-id to rs-run.
            if candidate-run-id = spaces
                move "(ALL)" to rs-run
            end-if
            write delta-report-line from report-header-side end-write.

            if de-overflow = 1
                write delta-report-line from overflow-warning
                    end-write
            end-if

      *     ranked by the size of the change: the biggest first
            sort de-entry descending de-abs-diff
                ascending de-module de-line.

            move spaces to delta-report-line.
            write delta-report-line end-write.
            move "LINES EXECUTED ONLY IN THE BASELINE"
                to section-title-line.
            write delta-report-line from section-title-line end-write.
            write delta-report-line from only-header end-write.
            perform varying de-scan from 1 by 1
                    until de-scan > de-count
                if de-only-baseline(de-scan)
                    move de-module(de-scan) to od-module
                    move de-line(de-scan) to od-line
                    move de-base-count(de-scan) to od-count
                    write delta-report-line from only-detail-line
                        end-write
                end-if
            end-perform

            move spaces to delta-report-line.
            write delta-report-line end-write.
            move "LINES EXECUTED ONLY IN THE CANDIDATE"
                to section-title-line.
            write delta-report-line from section-title-line end-write.
            write delta-report-line from only-header end-write.
            perform varying de-scan from 1 by 1
                    until de-scan > de-count
                if de-only-candidate(de-scan)
                    move de-module(de-scan) to od-module
                    move de-line(de-scan) to od-line
                    move de-cand-count(de-scan) to od-count
                    write delta-report-line from only-detail-line
                        end-write
                end-if
            end-perform

            move spaces to delta-report-line.
            write delta-report-line end-write.
            move "COUNT CHANGES BEYOND THE THRESHOLDS, LARGEST FIRST"
                to section-title-line.
            write delta-report-line from section-title-line end-write.
            write delta-report-line from ranked-header end-write.
            perform varying de-scan from 1 by 1
                    until de-scan > de-count
                if de-beyond(de-scan)
                    move de-module(de-scan) to rk-module
                    move de-line(de-scan) to rk-line
                    move de-base-count(de-scan) to rk-base
                    move de-cand-count(de-scan) to rk-cand
                    move de-sign(de-scan) to rk-sign
                    move de-abs-diff(de-scan) to rk-diff
                    move de-pct(de-scan) to rk-pct
                    write delta-report-line from ranked-detail-line
                        end-write
                end-if
            end-perform

            move spaces to delta-report-line.
            write delta-report-line end-write.
            move "STATEMENTS EXECUTED PER MODULE"
                to section-title-line.
            write delta-report-line from section-title-line end-write.
            write delta-report-line from module-header end-write.
            perform varying de-mod-scan from 1 by 1
                    until de-mod-scan > de-mod-count
                move de-mod-name(de-mod-scan) to mo-module
                move de-mod-base(de-mod-scan) to mo-base
                move de-mod-cand(de-mod-scan) to mo-cand
                if de-mod-cand(de-mod-scan) >= de-mod-base(de-mod-scan)
                    compute de-work-diff = de-mod-cand(de-mod-scan)
                        - de-mod-base(de-mod-scan)
                    end-compute
                    move "+" to mo-sign
                else
                    compute de-work-diff = de-mod-base(de-mod-scan)
                        - de-mod-cand(de-mod-scan)
                    end-compute
                    move "-" to mo-sign
                end-if
                if de-work-diff = 0
                    move space to mo-sign
                end-if
                move de-work-diff to mo-diff
                write delta-report-line from module-detail-line
                    end-write
            end-perform

            move "(TOTAL)" to mo-module.
            move de-base-total to mo-base.
            move de-cand-total to mo-cand.
            if de-cand-total >= de-base-total
                compute de-work-diff = de-cand-total - de-base-total
                end-compute
                move "+" to mo-sign
            else
                compute de-work-diff = de-base-total - de-cand-total
                end-compute
                move "-" to mo-sign
            end-if
            if de-work-diff = 0
                move space to mo-sign
            end-if
            move de-work-diff to mo-diff.
            write delta-report-line from module-detail-line end-write.

            move spaces to delta-report-line.
            write delta-report-line end-write.
            move lines-only-baseline to rf-only-base.
            move lines-only-candidate to rf-only-cand.
            move lines-beyond to rf-beyond.
            write delta-report-line from report-footer end-write.

            close delta-report.

            continue.
