        identification division.
        program-id. flowani.

      ***************************************************************
      ** Dynamic paragraph flow of a recorded run: xrefani says     **
      ** which paragraphs PERFORM which, this says what one run     **
      ** actually did. The ani file (and its continuation           **
      ** segments) is walked in sequence-number order through the   **
      ** weight-digit map comparani builds; every statement record  **
      ** is mapped through its module/line stamp to the paragraph   **
      ** or section containing it. Paragraph declarations are       **
      ** found in the module's source, read through its generated   **
      ** GETLINE routine, by the same rule xrefani's first pass     **
      ** uses (a lone dotted word, or a word followed by SECTION);  **
      ** lines before the first one belong to (MAIN). A module      **
      ** whose source routine is not linked in shows as             **
      ** (NO SOURCE).                                               **
      ** The report is the paragraph entry sequence as an indented  **
      ** flow: a paragraph entered from a PERFORM statement nests   **
      ** under its performer, one reached by falling through or by  **
      ** GO TO replaces it at the same level, and coming back to a  **
      ** paragraph still open above is a return, not an entry. A    **
      ** change of module opens a module level (a CALL) or closes   **
      ** back to the caller's. Consecutive identical entries are    **
      ** folded into one line with a repeat count. It closes with   **
      ** a per-paragraph table of entry counts and statements       **
      ** executed.                                                  **
      ** Return code: 0 report written, 1 no statements in the      **
      ** file (or the run asked for), 2 a file could not be opened. **
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

           select flow-report assign to flow-report-path
               organization is line sequential
               file status is flow-report-status.

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

            fd  flow-report.
            01  flow-report-line                  pic x(132).

        working-storage section.
            01 ani-status pic 99.
            01 flow-report-status pic 99.
            01 ani-path-ws pic x(256).
            01 eof-flag pic x value "N".
                88 file-at-end value "Y".
            01 report-open-flag pic x value "N".
                88 report-is-open value "Y".

      *     weight digit (+1, 0 meaning no record) of the record
      *     carrying each sequence number of the segment being read
            01 fl-map.
                05 fl-weight-of occurs 999999     pic 99.
            01 fl-seq-min pic 9(7).
            01 fl-seq-max pic 9(7).
            01 fl-walk-seqno pic 9(7).
            01 fl-have pic 99.

            01 chain-segment-no pic 9(3) value 0.
            01 chain-done-flag pic 9.

      *     the modules met in the trace, each with its range of
      *     entries in the paragraph table
            77 FL-GETLINE               pic x(128).
            77 FL-GETLINECOUNT          pic x(128).
            01 fl-mod-count pic 9(3) value 0.
            01 fl-mod-tbl.
                05 fl-mod-entry occurs 50.
                    10 fl-mod-name pic x(30).
                    10 fl-mod-par-first pic 9(4).
                    10 fl-mod-par-last pic 9(4).
            01 fl-mod-scan pic 9(3).
            01 fl-mod-idx pic 9(3).

      *     paragraphs of every module met, declaration order; the
      *     first entry of each module is its (MAIN) stretch
            01 fl-par-count pic 9(4) value 0.
            01 fl-par-tbl.
                05 fl-par-entry occurs 3000.
                    10 fl-par-module pic 9(3).
                    10 fl-par-name pic x(30).
                    10 fl-par-line pic 9(5).
                    10 fl-par-entries pic 9(7).
                    10 fl-par-stmts pic 9(9).
            01 fl-par-scan pic 9(4).
            01 fl-par-idx pic 9(4).
            01 fl-par-overflow pic 9 value 0.

      *     source scan, the way xrefani reads a module
            77 fl-line-count                      pic 9(5).
            77 fl-line-no                         pic 9(5).
            77 fl-line-bin                        usage binary-long.
            77 fl-source-buffer                   pic x(512).
            77 fl-in-proc-div                     pic 9.
            77 fl-clean                           pic x(30).
            77 fl-source-ok                       pic 9.
            01 fl-words.
                05 fl-word occurs 12              pic x(32).

      *     the open CALL levels (one frame per module) and the
      *     open PERFORM levels within them; a frame remembers
      *     where its paragraphs start on the paragraph stack
            01 fl-frame-top pic 99 value 0.
            01 fl-frame-tbl.
                05 fl-frame-entry occurs 30.
                    10 fl-frame-module pic 9(3).
                    10 fl-frame-base pic 9(3).
            01 fl-frame-scan pic 99.
            01 fl-frame-found pic 99.
            01 fl-pstk-top pic 9(3) value 0.
            01 fl-pstk-tbl.
                05 fl-pstk-par occurs 200 pic 9(4).
            01 fl-pstk-scan pic 9(3).
            01 fl-pstk-found pic 9(3).

      *     the walk's state
            01 fl-current-run pic x(8).
            01 fl-run-selected pic 9.
            01 fl-last-text pic x(75).
            01 fl-perform-count pic 9(3).
            01 fl-stmt-total pic 9(9) value 0.
            01 fl-entry-total pic 9(7) value 0.
            01 fl-indent pic 9(3).
            01 fl-col pic 9(3).

      *     the flow line held back until it is known whether the
      *     next entry repeats it
            01 fl-pending-flag pic 9 value 0.
            01 fl-pending-par pic 9(4).
            01 fl-pending-indent pic 9(3).
            01 fl-pending-seqno pic 9(6).
            01 fl-pending-repeats pic 9(7).
            01 fl-pending-kind pic x.
                88 fl-pending-para value "P".
                88 fl-pending-call value "C".
      *     kind of the line being queued: P paragraph, C CALL level
            01 fl-queue-kind pic x.
            01 fl-upper-text pic x(75).

            01 fl-edit-5 pic z(4)9.
            01 fl-edit-6 pic z(5)9.
            01 fl-edit-7 pic z(6)9.

            01 report-header-1 pic x(32)
                value "DYNAMIC PARAGRAPH FLOW         ".
            01 report-header-1a.
                05 filler pic x(10) value "GENERATED ".
                05 rh-date pic 9(8).
                05 filler pic x value space.
                05 rh-time pic 9(6).
                05 filler pic x(7) value "  RUN: ".
                05 rh-run pic x(8).
                05 filler pic x(8) value "  FILE: ".
                05 rh-file pic x(80).
            01 run-title-line.
                05 filler pic x(4) value "RUN ".
                05 rt-run-id pic x(8).
                05 filler pic x(2) value spaces.
                05 rt-date pic 9(8).
                05 filler pic x value space.
                05 rt-time pic 9(6).
                05 filler pic x(2) value spaces.
                05 rt-program pic x(30).
            01 flow-line.
                05 fw-seqno pic z(5)9.
                05 filler pic x(2) value spaces.
                05 fw-text pic x(124).
            01 summary-header-1 pic x(32)
                value "PARAGRAPH SUMMARY              ".
            01 summary-header-2.
                05 filler pic x(30)
                    value "MODULE                 PARAGRA".
                05 filler pic x(30)
                    value "PH                        LINE".
                05 filler pic x(30)
                    value "    ENTRIES  STATEMENTS       ".
            01 summary-detail-line.
                05 sd-module pic x(22).
                05 filler pic x(1) value spaces.
                05 sd-paragraph pic x(30).
                05 filler pic x(1) value spaces.
                05 sd-line pic z(4)9.
                05 filler pic x(2) value spaces.
                05 sd-entries pic z(6)9.
                05 filler pic x(2) value spaces.
                05 sd-stmts pic z(8)9.
            01 report-footer.
                05 filler pic x(12) value "STATEMENTS: ".
                05 rf-stmts pic z(8)9.
                05 filler pic x(22) value "  PARAGRAPH ENTRIES: ".
                05 rf-entries pic z(6)9.
            01 overflow-warning pic x(52) value
                "MODULE/PARAGRAPH TABLE OVERFLOWED - FLOW INCOMPLETE".

        linkage section.
            01 filename                           pic x(256).
      *     spaces = no report file; the counts and status still
      *     come back through the linkage
            01 flow-report-path                   pic x(256).
      *     spaces = the flow of every run in the file
            01 run-id-filter                      pic x(8).
            01 paragraphs-entered                 pic 9(4).
            01 entries-found                      pic 9(7).
            01 flow-status                        pic x.
                88 flow-done                      value "F".
                88 flow-no-statements             value "N".
                88 flow-error                     value "E".

        procedure division using by reference
            filename flow-report-path run-id-filter
            paragraphs-entered entries-found flow-status.

            move 0 to paragraphs-entered.
            move 0 to entries-found.
            move 0 to fl-mod-count.
            move 0 to fl-par-count.
            move 0 to fl-par-overflow.
            move 0 to fl-stmt-total.
            move 0 to fl-entry-total.
            move 0 to fl-pending-flag.
            move "N" to report-open-flag.
            set flow-no-statements to true.

            move filename to ani-path-ws.
            move 0 to chain-segment-no.

            open input ani.
            if ani-status not = 0
                set flow-error to true
                move 2 to return-code
                goback
            end-if
            close ani.

            if flow-report-path not = spaces
                open output flow-report
                if flow-report-status not = 0
                    set flow-error to true
                    move 2 to return-code
                    goback
                end-if
                set report-is-open to true
                write flow-report-line from report-header-1 end-write
                accept rh-date from date yyyymmdd end-accept
                accept rh-time from time end-accept
                if run-id-filter = spaces
                    move "(ALL)" to rh-run
                else
                    move run-id-filter to rh-run
                end-if
                move filename to rh-file
                write flow-report-line from report-header-1a end-write
            end-if

      *     no header yet: records ahead of the first one only count
      *     when every run is asked for
            move spaces to fl-current-run.
            move 0 to fl-frame-top.
            move 0 to fl-pstk-top.
            move spaces to fl-last-text.
            if run-id-filter = spaces
                move 1 to fl-run-selected
            else
                move 0 to fl-run-selected
            end-if

      *     the base file, then every continuation segment the run
      *     rolled over into; the flow carries across segments
            move 0 to chain-done-flag.
            perform walk-one-segment
                until chain-done-flag = 1

            perform flush-pending-line.

            perform varying fl-par-scan from 1 by 1
                    until fl-par-scan > fl-par-count
                if fl-par-entries(fl-par-scan) > 0
                    add 1 to paragraphs-entered end-add
                end-if
            end-perform
            move fl-entry-total to entries-found.

            if report-is-open
                perform write-paragraph-summary
                close flow-report
            end-if

            if fl-stmt-total = 0
                move 1 to return-code
                goback
            end-if

            set flow-done to true.
            move 0 to return-code.

        goback.

      ***************************************************************
      *** ----------------- one segment: the weight-digit pre-pass,
      *** then the sequence-order walk
        walk-one-segment section.
            open input ani.
            if ani-status not = 0
                move 1 to chain-done-flag
                exit section
            end-if

            move zeros to fl-map.
            move 9999999 to fl-seq-min.
            move 0 to fl-seq-max.
            move "N" to eof-flag.

            perform until file-at-end
                read ani next record
                    at end set file-at-end to true
                end-read
                if not file-at-end
                and ani-seqno6 > 0
                    compute fl-weight-of(ani-seqno6) = ani-bw + 1
                    end-compute
                    if ani-seqno6 < fl-seq-min
                        move ani-seqno6 to fl-seq-min
                    end-if
                    if ani-seqno6 > fl-seq-max
                        move ani-seqno6 to fl-seq-max
                    end-if
                end-if
            end-perform

            perform varying fl-walk-seqno from fl-seq-min by 1
                    until fl-walk-seqno > fl-seq-max

                move fl-weight-of(fl-walk-seqno) to fl-have
                if fl-have > 0
                    compute ani-seqno =
                        (fl-have - 1) * 1000000 + fl-walk-seqno
                    end-compute
                    read ani
                        key is ani-key
                        invalid key move 0 to fl-have
                    end-read
                end-if

                if fl-have > 0
                    evaluate true
                        when ani-runhdr
                            perform start-run
                        when ani-data or ani-proc
                            if fl-run-selected = 1
                                perform follow-statement
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
      *** ----------------- a run header: the flow starts over. The
      *** header a continuation segment repeats for the same run
      *** carries on where the previous segment left off
        start-run section.
            if anih-run-id = fl-current-run
            and chain-segment-no > 0
                exit section
            end-if

            perform flush-pending-line.

            move anih-run-id to fl-current-run.
            move 0 to fl-frame-top.
            move 0 to fl-pstk-top.
            move spaces to fl-last-text.

            if run-id-filter = spaces
            or anih-run-id = run-id-filter
                move 1 to fl-run-selected
            else
                move 0 to fl-run-selected
            end-if

            if fl-run-selected = 1 and report-is-open
                move spaces to flow-report-line
                write flow-report-line end-write
                move anih-run-id to rt-run-id
                move anih-date to rt-date
                move anih-time to rt-time
                move anih-program to rt-program
                write flow-report-line from run-title-line end-write
            end-if

            continue.

      ***************************************************************
      *** ----------------- one statement: settle the CALL level,
      *** then the paragraph -- same one, a return to an open
      *** performer, or a new entry
        follow-statement section.
            add 1 to fl-stmt-total end-add.

            perform find-module.
            if fl-mod-idx = 0
                exit section
            end-if

            if fl-frame-top = 0
                add 1 to fl-frame-top end-add
                move fl-mod-idx to fl-frame-module(fl-frame-top)
                move fl-pstk-top to fl-frame-base(fl-frame-top)
            else
                if fl-mod-idx not = fl-frame-module(fl-frame-top)
                    perform change-module-level
                end-if
            end-if

            perform find-paragraph.
            if fl-par-idx = 0
                exit section
            end-if

            add 1 to fl-par-stmts(fl-par-idx) end-add.

            if fl-pstk-top > fl-frame-base(fl-frame-top)
            and fl-pstk-par(fl-pstk-top) = fl-par-idx
                move ani-area-ab to fl-last-text
                exit section
            end-if

      *     back in a paragraph still open above: the PERFORM of
      *     the ones stacked on top of it has ended
            move 0 to fl-pstk-found.
            perform varying fl-pstk-scan from fl-pstk-top by -1
                    until fl-pstk-scan <= fl-frame-base(fl-frame-top)
                if fl-pstk-par(fl-pstk-scan) = fl-par-idx
                    move fl-pstk-scan to fl-pstk-found
                    exit perform
                end-if
            end-perform
            if fl-pstk-found > 0
                move fl-pstk-found to fl-pstk-top
                move ani-area-ab to fl-last-text
                exit section
            end-if

      *     a new entry: nested under a PERFORM, otherwise level
      *     with the paragraph it leaves
            move 0 to fl-perform-count.
            move function upper-case(fl-last-text) to fl-upper-text.
            inspect fl-upper-text tallying fl-perform-count
                for all "PERFORM ".
            if fl-pstk-top > fl-frame-base(fl-frame-top)
            and fl-perform-count = 0
                move fl-par-idx to fl-pstk-par(fl-pstk-top)
            else
                if fl-pstk-top < 200
                    add 1 to fl-pstk-top end-add
                end-if
                move fl-par-idx to fl-pstk-par(fl-pstk-top)
            end-if

            add 1 to fl-par-entries(fl-par-idx) end-add.
            add 1 to fl-entry-total end-add.

            compute fl-indent = fl-pstk-top - 1 + fl-frame-top - 1
            end-compute.
            move "P" to fl-queue-kind.
            perform queue-flow-line.

            move ani-area-ab to fl-last-text.

            continue.

      ***************************************************************
      *** ----------------- the statement is in another module than
      *** the current CALL level: a module still open below is a
      *** return to it, any other a new CALL level
        change-module-level section.
            move 0 to fl-frame-found.
            perform varying fl-frame-scan from fl-frame-top by -1
                    until fl-frame-scan < 1
                if fl-frame-module(fl-frame-scan) = fl-mod-idx
                    move fl-frame-scan to fl-frame-found
                    exit perform
                end-if
            end-perform

            if fl-frame-found > 0
                move fl-frame-base(fl-frame-found + 1) to fl-pstk-top
                move fl-frame-found to fl-frame-top
                move spaces to fl-last-text
                exit section
            end-if

            if fl-frame-top < 30
                add 1 to fl-frame-top end-add
            end-if
            move fl-mod-idx to fl-frame-module(fl-frame-top).
            move fl-pstk-top to fl-frame-base(fl-frame-top).
            move spaces to fl-last-text.

            compute fl-indent = fl-pstk-top + fl-frame-top - 2
            end-compute.
            move "C" to fl-queue-kind.
            move 0 to fl-par-idx.
            perform queue-flow-line.

            continue.

      ***************************************************************
      *** ----------------- index of the current record's module,
      *** its paragraphs loaded from source the first time it is met
        find-module section.
            move 0 to fl-mod-idx.
            perform varying fl-mod-scan from 1 by 1
                    until fl-mod-scan > fl-mod-count
                if fl-mod-name(fl-mod-scan) = ani-module
                    move fl-mod-scan to fl-mod-idx
                    exit perform
                end-if
            end-perform

            if fl-mod-idx > 0
                exit section
            end-if

            if fl-mod-count >= 50
            or fl-par-count >= 3000
                move 1 to fl-par-overflow
                exit section
            end-if

            add 1 to fl-mod-count end-add.
            move fl-mod-count to fl-mod-idx.
            move ani-module to fl-mod-name(fl-mod-idx).

            perform load-module-paragraphs.

            continue.

      ***************************************************************
      *** ----------------- the paragraph declarations of module
      *** fl-mod-idx, behind a (MAIN) entry for the lines before the
      *** first one
        load-module-paragraphs section.
            add 1 to fl-par-count end-add.
            move fl-par-count to fl-mod-par-first(fl-mod-idx).
            move fl-par-count to fl-mod-par-last(fl-mod-idx).
            move fl-mod-idx to fl-par-module(fl-par-count).
            move "(MAIN)" to fl-par-name(fl-par-count).
            move 0 to fl-par-line(fl-par-count).
            move 0 to fl-par-entries(fl-par-count).
            move 0 to fl-par-stmts(fl-par-count).

            move spaces to FL-GETLINE.
            move spaces to FL-GETLINECOUNT.
            string "get_aniline_" delimited by size
                fl-mod-name(fl-mod-idx) delimited by spaces
                into FL-GETLINE
            end-string
            string "get_linecount_" delimited by size
                fl-mod-name(fl-mod-idx) delimited by spaces
                into FL-GETLINECOUNT
            end-string

      *     a module whose source routine is not linked in keeps
      *     the single catch-all entry
            move 1 to fl-source-ok.
            move 0 to fl-line-count.
            call FL-GETLINECOUNT
                on exception move 0 to fl-source-ok
            end-call
            if fl-source-ok = 1
                move return-code to fl-line-count
            end-if
            if fl-line-count = 0
                move "(NO SOURCE)" to fl-par-name(fl-par-count)
                exit section
            end-if

            move 0 to fl-in-proc-div.
            perform varying fl-line-no from 1 by 1
                    until fl-line-no > fl-line-count

                perform fetch-source-line

                if fl-source-buffer(1:1) not = "*"
                and fl-source-buffer not = spaces
                    perform split-source-words

                    if fl-word(1) = "PROCEDURE"
                    and fl-word(2)(1:8) = "DIVISION"
                        move 1 to fl-in-proc-div
                    end-if

                    if fl-in-proc-div = 1
                        perform note-paragraph-decl
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- one possible paragraph declaration on
      *** the current line, by xrefani's rule: single-word statements
      *** that end in a period (GOBACK, CONTINUE, EXIT) are not
      *** declarations
        note-paragraph-decl section.
            move spaces to fl-clean.
            unstring fl-word(1) delimited by "."
                into fl-clean
            end-unstring.

            if fl-clean = spaces
                exit section
            end-if

            if fl-clean = "GOBACK" or fl-clean = "CONTINUE"
            or fl-clean = "EXIT" or fl-clean = "STOP"
            or fl-clean = "DECLARATIVES"
            or fl-clean(1:4) = "END-"
                exit section
            end-if

            evaluate true
                when fl-word(2)(1:7) = "SECTION"
                    continue
                when fl-word(1)(1:31) = fl-clean
                    exit section
                when fl-word(2) not = spaces
                    exit section
            end-evaluate

            if fl-par-count >= 3000
                move 1 to fl-par-overflow
                exit section
            end-if

            add 1 to fl-par-count end-add.
            move fl-par-count to fl-mod-par-last(fl-mod-idx).
            move fl-mod-idx to fl-par-module(fl-par-count).
            move fl-clean to fl-par-name(fl-par-count).
            move fl-line-no to fl-par-line(fl-par-count).
            move 0 to fl-par-entries(fl-par-count).
            move 0 to fl-par-stmts(fl-par-count).

            continue.

      ***************************************************************
      *** ----------------- the paragraph of module fl-mod-idx whose
      *** declaration is the last one at or above the record's line
        find-paragraph section.
            move 0 to fl-par-idx.
            perform varying fl-par-scan
                    from fl-mod-par-first(fl-mod-idx) by 1
                    until fl-par-scan > fl-mod-par-last(fl-mod-idx)
                if fl-par-line(fl-par-scan) <= ani-src-line
                    move fl-par-scan to fl-par-idx
                else
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- queue one flow line: a repeat of the line
      *** held back only bumps its count, anything else writes the
      *** held line and takes its place
        queue-flow-line section.
            if fl-pending-flag = 1
            and fl-pending-para
            and fl-queue-kind = "P"
            and fl-pending-par = fl-par-idx
            and fl-pending-indent = fl-indent
                add 1 to fl-pending-repeats end-add
                exit section
            end-if

            perform flush-pending-line.

            move 1 to fl-pending-flag.
            move fl-par-idx to fl-pending-par.
            move fl-indent to fl-pending-indent.
            move ani-seqno6 to fl-pending-seqno.
            move 1 to fl-pending-repeats.
            move fl-queue-kind to fl-pending-kind.
            if fl-pending-call
                move fl-mod-idx to fl-pending-par
            end-if

            continue.

      ***************************************************************
      *** ----------------- write the held-back flow line, indented
      *** two columns per level
        flush-pending-line section.
            if fl-pending-flag = 0
                exit section
            end-if
            move 0 to fl-pending-flag.

            if not report-is-open
                exit section
            end-if

            move spaces to flow-line.
            move fl-pending-seqno to fw-seqno.
            if fl-pending-indent > 40
                move 40 to fl-pending-indent
            end-if
            compute fl-col = fl-pending-indent * 2 + 1 end-compute.

            if fl-pending-call
                string "CALL -> " delimited by size
                    function trim(fl-mod-name(fl-pending-par))
                    delimited by size
                    into fw-text(fl-col:)
                end-string
            else
                move fl-par-line(fl-pending-par) to fl-edit-5
                string fl-par-name(fl-pending-par)
                    delimited by space
                    "  (" delimited by size
                    function trim(fl-mod-name(
                        fl-par-module(fl-pending-par)))
                    delimited by size
                    " " delimited by size
                    function trim(fl-edit-5) delimited by size
                    ")" delimited by size
                    into fw-text(fl-col:)
                end-string
                if fl-pending-repeats > 1
                    move fl-pending-repeats to fl-edit-7
                    move spaces to fl-clean
                    string " X " delimited by size
                        function trim(fl-edit-7) delimited by size
                        into fl-clean
                    end-string
                    move function length(function trim(fw-text,
                        trailing)) to fl-col
                    add 1 to fl-col end-add
                    move fl-clean to fw-text(fl-col:)
                end-if
            end-if

            write flow-report-line from flow-line end-write.

            continue.

      ***************************************************************
      *** ----------------- entry counts and statements executed,
      *** every paragraph of every module met
        write-paragraph-summary section.
            move spaces to flow-report-line.
            write flow-report-line end-write.

            if fl-par-overflow = 1
                write flow-report-line from overflow-warning
                    end-write
            end-if

            write flow-report-line from summary-header-1 end-write.
            write flow-report-line from summary-header-2 end-write.

            perform varying fl-par-scan from 1 by 1
                    until fl-par-scan > fl-par-count
                move fl-mod-name(fl-par-module(fl-par-scan))
                    to sd-module
                move fl-par-name(fl-par-scan) to sd-paragraph
                move fl-par-line(fl-par-scan) to sd-line
                move fl-par-entries(fl-par-scan) to sd-entries
                move fl-par-stmts(fl-par-scan) to sd-stmts
                write flow-report-line from summary-detail-line
                    end-write
            end-perform

            move spaces to flow-report-line.
            write flow-report-line end-write.
            move fl-stmt-total to rf-stmts.
            move fl-entry-total to rf-entries.
            write flow-report-line from report-footer end-write.

            continue.

      ***************************************************************
        fetch-source-line section.
            move fl-line-no to fl-line-bin.
            move spaces to fl-source-buffer.

            call FL-GETLINE using fl-line-bin
                fl-source-buffer end-call

            move function upper-case(function
                trim(fl-source-buffer, leading))
                to fl-source-buffer.

            continue.

      ***************************************************************
        split-source-words section.
            move spaces to fl-words.
            unstring fl-source-buffer delimited by all space
                into fl-word(1) fl-word(2) fl-word(3) fl-word(4)
                     fl-word(5) fl-word(6) fl-word(7) fl-word(8)
                     fl-word(9) fl-word(10) fl-word(11) fl-word(12)
            end-unstring.

            continue.
