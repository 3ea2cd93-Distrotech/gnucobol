        identification division.
        program-id. coverani.

      ***************************************************************
      ** Cumulative statement coverage over a whole regression      **
      ** suite: write-coverage-report in the debugger only covers   **
      ** the live session, from a tally table capped at 5000 lines, **
      ** and test adequacy is proven over many cases, not one run.  **
      ** This reads a list of recorded ani trace files -- one path  **
      ** per line, or suiteani's own baseline;candidate;case        **
      ** control file, of which the candidate traces are taken --   **
      ** and combines the module/line pairs executed in any of them **
      ** (continuation segments included). Per module it lists      **
      ** every source line, read through the module's GETLINE       **
      ** routine like the live listing, marked X executed, .        **
      ** never executed, or blank when it is not a statement line,  **
      ** with the number of cases that executed it, and gives the   **
      ** module's coverage percentage; the overall percentage       **
      ** closes the report.                                         **
      ** A statement line is a procedure-division line starting     **
      ** with a COBOL verb; any line a trace shows executed counts  **
      ** as one as well, so continued statements never push the     **
      ** figure past 100. A module whose source routine is not      **
      ** linked in is listed by its executed lines only and left    **
      ** out of the overall percentage.                             **
      ** Return code: 0 report written, 1 no statements in any of   **
      ** the traces, 2 the list or report file could not be opened. **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select list-file assign to list-file-path
               organization is line sequential
               file status is list-file-status.

           select ani assign to ani-path-ws
               organization is indexed
               access mode is dynamic
               record key is ani-key
      *        the alternate index on the record type, declared by
      *        every reader of the file (see animod.cob)
               alternate record key is ani-type
                   with duplicates
               file status is ani-status.

           select cover-report assign to cover-report-path
               organization is line sequential
               file status is cover-report-status.

        data division.
        file section.
            fd  list-file.
            01  list-line                         pic x(600).

            fd  ani.
            01  ani-rec.
                03  ani-key.
                    05  ani-seqno                 pic 9(7).
                03  ani-type                      pic x.
                    88 ani-data                   value "D".
                    88 ani-proc                   value "P".
                03  ani-condition                 pic x.
                03  ani-area-ab                   pic x(75).
                03  ani-module                    pic x(30).
                03  ani-src-line                  pic 9(5).
            01  ani-rec2.
                03  ani-bw                        pic 9.
                03  ani-seqno6                    pic 9(6).
                03  filler                        pic x(112).

            fd  cover-report.
            01  cover-report-line                 pic x(132).

        working-storage section.
            01 list-file-status pic 99.
            01 ani-status pic 99.
            01 cover-report-status pic 99.
            01 ani-path-ws pic x(256).
            01 list-eof-flag pic x value "N".
                88 list-at-end value "Y".
            01 eof-flag pic x value "N".
                88 file-at-end value "Y".

            01 chain-segment-no pic 9(3).

      *     one entry of the list: the trace and what to call it
            01 cv-trace-path pic x(256).
            01 cv-case-name pic x(30).
            01 cv-parse-ptr pic 9(4).
            01 cv-baseline-path pic x(256).

      *     the cases read, for the report's opening table
            01 cv-case-count pic 9(4) value 0.
            01 cv-case-tbl.
                05 cv-case-entry occurs 500.
                    10 cv-case-title pic x(30).
                    10 cv-case-path pic x(60).
                    10 cv-case-stmts pic 9(9).
                    10 cv-case-opened pic x.

      *     every module/line pair executed in any case, with the
      *     number of cases executing it; the case that touched it
      *     last keeps a pair from being counted twice per case
            01 cv-pair-count pic 9(5) value 0.
            01 cv-pair-tbl.
                05 cv-pair-entry occurs 0 to 20000
                        depending on cv-pair-count.
                    10 cv-pair-module pic x(30).
                    10 cv-pair-line pic 9(5).
                    10 cv-pair-cases pic 9(4).
                    10 cv-pair-last-case pic 9(4).
            01 cv-pair-scan pic 9(5).
            01 cv-pair-found pic 9(5).
            01 cv-pair-last pic 9(5) value 0.
            01 cv-pair-overflow pic 9 value 0.

      *     the module being listed
            77 CV-GETLINE               pic x(128).
            77 CV-GETLINECOUNT          pic x(128).
            77 cv-module                          pic x(30).
            77 cv-line-count                      pic 9(5).
            77 cv-line-no                         pic 9(5).
            77 cv-line-bin                        usage binary-long.
            77 cv-source-buffer                   pic x(512).
            77 cv-upper-buffer                    pic x(512).
            77 cv-source-ok                       pic 9.
            77 cv-in-proc-div                     pic 9.
            77 cv-stmt-line                       pic 9.
            77 cv-exec-flag                       pic 9.
            77 cv-exec-cases                      pic 9(4).
            77 cv-first-word                      pic x(32).
            77 cv-second-word                     pic x(32).
            77 cv-clean                           pic x(32).

            01 cv-mod-executable pic 9(7).
            01 cv-mod-executed pic 9(7).
            01 cv-all-executable pic 9(7) value 0.
            01 cv-all-executed pic 9(7) value 0.
            01 cv-stmt-total pic 9(9) value 0.
            01 cv-percent pic 9(3)v9.

            01 report-header-1 pic x(40)
                value "CUMULATIVE COVERAGE OVER RECORDED TRACES".
            01 report-header-1a.
                05 filler pic x(10) value "GENERATED ".
                05 rh-date pic 9(8).
                05 filler pic x value space.
                05 rh-time pic 9(6).
                05 filler pic x(8) value "  LIST: ".
                05 rh-list pic x(80).
            01 case-header.
                05 filler pic x(30)
                    value "CASE                          ".
                05 filler pic x(30)
                    value "  STATEMENTS  TRACE FILE      ".
            01 case-detail-line.
                05 cd-title pic x(30).
                05 filler pic x(2) value spaces.
                05 cd-stmts pic z(8)9.
                05 filler pic x(2) value spaces.
                05 cd-path pic x(60).
                05 filler pic x(1) value spaces.
                05 cd-note pic x(12).
            01 module-title-line.
                05 filler pic x(8) value "MODULE: ".
                05 mt-module pic x(30).
                05 mt-note pic x(40).
            01 listing-header pic x(40)
                value " LINE  M  CASES  SOURCE TEXT".
            01 listing-line.
                05 ll-line pic z(4)9.
                05 filler pic x(2) value spaces.
                05 ll-mark pic x.
                05 filler pic x(2) value spaces.
                05 ll-cases pic z(3)9.
                05 filler pic x(2) value spaces.
                05 ll-text pic x(100).
            01 module-total-line.
                05 filler pic x(23) value "  STATEMENT LINES:     ".
                05 mo-executable pic z(6)9.
                05 filler pic x(12) value "  EXECUTED: ".
                05 mo-executed pic z(6)9.
                05 filler pic x(12) value "  COVERAGE: ".
                05 mo-percent pic zz9.9.
                05 filler pic x value "%".
            01 overall-line.
                05 filler pic x(23) value "OVERALL STATEMENT LINES".
                05 ov-executable pic z(6)9.
                05 filler pic x(12) value "  EXECUTED: ".
                05 ov-executed pic z(6)9.
                05 filler pic x(12) value "  COVERAGE: ".
                05 ov-percent pic zz9.9.
                05 filler pic x value "%".
            01 overflow-warning pic x(44) value
                "LINE TABLE OVERFLOWED - RESULTS INCOMPLETE".

        linkage section.
      *     one trace path per line, or a suiteani control file
      *     (baseline;candidate;case -- the candidates are read)
            01 list-file-path                     pic x(256).
      *     spaces = no report file; the figures still come back
      *     through the linkage
            01 cover-report-path                  pic x(256).
            01 cases-read                         pic 9(4).
            01 lines-executable                   pic 9(7).
            01 lines-executed                     pic 9(7).
      *     overall percentage, one decimal
            01 coverage-percent                   pic 9(3)v9.
            01 coverage-status                    pic x.
                88 coverage-done                  value "C".
                88 coverage-nothing               value "N".
                88 coverage-error                 value "E".

        procedure division using by reference
            list-file-path cover-report-path
            cases-read lines-executable lines-executed
            coverage-percent coverage-status.

            move 0 to cases-read.
            move 0 to lines-executable.
            move 0 to lines-executed.
            move 0 to coverage-percent.
            move 0 to cv-case-count.
            move 0 to cv-pair-count.
            move 0 to cv-pair-last.
            move 0 to cv-pair-overflow.
            move 0 to cv-all-executable.
            move 0 to cv-all-executed.
            move 0 to cv-stmt-total.
            move "N" to list-eof-flag.
            set coverage-nothing to true.

            open input list-file.
            if list-file-status not = 0
                set coverage-error to true
                move 2 to return-code
                goback
            end-if

            perform until list-at-end
                move spaces to list-line
                read list-file
                    at end set list-at-end to true
                end-read

                if not list-at-end
                and list-line not = spaces
                and list-line(1:1) not = "*"
                    perform read-one-case
                end-if
            end-perform

            close list-file.

            move cv-case-count to cases-read.

            if cv-pair-count = 0
                move 1 to return-code
                goback
            end-if

            sort cv-pair-entry ascending cv-pair-module cv-pair-line.

            if cover-report-path not = spaces
                open output cover-report
                if cover-report-status not = 0
                    set coverage-error to true
                    move 2 to return-code
                    goback
                end-if
                perform write-report-head
            end-if

      *     one sweep over the sorted pairs, a module at a time
            move 1 to cv-pair-scan.
            perform until cv-pair-scan > cv-pair-count
                perform list-one-module
            end-perform

            move cv-all-executable to lines-executable.
            move cv-all-executed to lines-executed.
            if cv-all-executable > 0
                compute coverage-percent rounded =
                    cv-all-executed * 100 / cv-all-executable
                end-compute
            end-if

            if cover-report-path not = spaces
                move spaces to cover-report-line
                write cover-report-line end-write
                move cv-all-executable to ov-executable
                move cv-all-executed to ov-executed
                move coverage-percent to ov-percent
                write cover-report-line from overall-line end-write
                close cover-report
            end-if

            set coverage-done to true.
            move 0 to return-code.

        goback.

      ***************************************************************
      *** ----------------- one list line: a bare trace path, or a
      *** suiteani control line whose candidate is the trace
        read-one-case section.
            move spaces to cv-trace-path.
            move spaces to cv-case-name.

            move 0 to cv-parse-ptr.
            inspect list-line tallying cv-parse-ptr for all ";".
            if cv-parse-ptr > 0
                move spaces to cv-baseline-path
                move 1 to cv-parse-ptr
                unstring list-line delimited by ';'
                    into cv-baseline-path
                    with pointer cv-parse-ptr
                end-unstring
                unstring list-line delimited by ';'
                    into cv-trace-path
                    with pointer cv-parse-ptr
                end-unstring
                unstring list-line delimited by ';'
                    into cv-case-name
                    with pointer cv-parse-ptr
                end-unstring
            else
                move function trim(list-line) to cv-trace-path
            end-if

            if cv-trace-path = spaces
                exit section
            end-if
            if cv-case-count >= 500
                exit section
            end-if

            add 1 to cv-case-count end-add.
            if cv-case-name = spaces
                move cv-case-count to cv-clean
                string "CASE " delimited by size
                    cv-clean(1:4) delimited by size
                    into cv-case-name
                end-string
            end-if
            move cv-case-name to cv-case-title(cv-case-count).
            move cv-trace-path to cv-case-path(cv-case-count).
            move 0 to cv-case-stmts(cv-case-count).
            move "N" to cv-case-opened(cv-case-count).

      *     the base file, then every continuation segment
            move cv-trace-path to ani-path-ws.
            move 0 to chain-segment-no.
            perform until chain-segment-no > 999
                open input ani
                if ani-status not = 0
                    exit perform
                end-if
                move "Y" to cv-case-opened(cv-case-count)

                move "N" to eof-flag
                perform until file-at-end
                    read ani next record
                        at end set file-at-end to true
                    end-read
                    if not file-at-end
                    and (ani-data or ani-proc)
                    and ani-seqno6 > 0
                        add 1 to cv-case-stmts(cv-case-count) end-add
                        add 1 to cv-stmt-total end-add
                        perform note-executed-pair
                    end-if
                end-perform
                close ani

                add 1 to chain-segment-no end-add
                move spaces to ani-path-ws
                string function trim(cv-trace-path, trailing)
                    delimited by size
                    "." delimited by size
                    chain-segment-no delimited by size
                    into ani-path-ws
                end-string
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the current record's module/line into
      *** the pair table, counted once per case; the pair found last
      *** is checked first so tight loops do not rescan the table
        note-executed-pair section.
            move 0 to cv-pair-found.
            if cv-pair-last > 0
            and cv-pair-module(cv-pair-last) = ani-module
            and cv-pair-line(cv-pair-last) = ani-src-line
                move cv-pair-last to cv-pair-found
            else
                perform varying cv-pair-scan from 1 by 1
                        until cv-pair-scan > cv-pair-count
                    if cv-pair-module(cv-pair-scan) = ani-module
                    and cv-pair-line(cv-pair-scan) = ani-src-line
                        move cv-pair-scan to cv-pair-found
                        exit perform
                    end-if
                end-perform
            end-if

            if cv-pair-found = 0
                if cv-pair-count >= 20000
                    move 1 to cv-pair-overflow
                    exit section
                end-if
                add 1 to cv-pair-count end-add
                move cv-pair-count to cv-pair-found
                move ani-module to cv-pair-module(cv-pair-found)
                move ani-src-line to cv-pair-line(cv-pair-found)
                move 0 to cv-pair-cases(cv-pair-found)
                move 0 to cv-pair-last-case(cv-pair-found)
            end-if

            move cv-pair-found to cv-pair-last.
            if cv-pair-last-case(cv-pair-found) not = cv-case-count
                add 1 to cv-pair-cases(cv-pair-found) end-add
                move cv-case-count to cv-pair-last-case(cv-pair-found)
            end-if

            continue.

      ***************************************************************
        write-report-head section.
            write cover-report-line from report-header-1 end-write.
            accept rh-date from date yyyymmdd end-accept.
            accept rh-time from time end-accept.
            move list-file-path to rh-list.
            write cover-report-line from report-header-1a end-write.

            if cv-pair-overflow = 1
                write cover-report-line from overflow-warning
                    end-write
            end-if

            move spaces to cover-report-line.
            write cover-report-line end-write.
            write cover-report-line from case-header end-write.
            perform varying cv-pair-scan from 1 by 1
                    until cv-pair-scan > cv-case-count
                move cv-case-title(cv-pair-scan) to cd-title
                move cv-case-stmts(cv-pair-scan) to cd-stmts
                move cv-case-path(cv-pair-scan) to cd-path
                if cv-case-opened(cv-pair-scan) = "Y"
                    move spaces to cd-note
                else
                    move "NOT OPENED" to cd-note
                end-if
                write cover-report-line from case-detail-line
                    end-write
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the module of pair cv-pair-scan: every
      *** source line against its executed pairs (both in line
      *** order), the module totals added to the overall ones; on
      *** exit cv-pair-scan is at the next module's first pair
        list-one-module section.
            move cv-pair-module(cv-pair-scan) to cv-module.
            move 0 to cv-mod-executable.
            move 0 to cv-mod-executed.

            move spaces to CV-GETLINE.
            move spaces to CV-GETLINECOUNT.
            string "get_aniline_" delimited by size
                cv-module delimited by spaces
                into CV-GETLINE
            end-string
            string "get_linecount_" delimited by size
                cv-module delimited by spaces
                into CV-GETLINECOUNT
            end-string

            move 1 to cv-source-ok.
            move 0 to cv-line-count.
            call CV-GETLINECOUNT
                on exception move 0 to cv-source-ok
            end-call
            if cv-source-ok = 1
                move return-code to cv-line-count
            end-if
            if cv-line-count = 0
                move 0 to cv-source-ok
            end-if

            if cover-report-path not = spaces
                move spaces to cover-report-line
                write cover-report-line end-write
                move cv-module to mt-module
                if cv-source-ok = 1
                    move spaces to mt-note
                else
                    move "  (NO SOURCE - EXECUTED LINES ONLY)"
                        to mt-note
                end-if
                write cover-report-line from module-title-line
                    end-write
                write cover-report-line from listing-header end-write
            end-if

            if cv-source-ok = 0
                perform until cv-pair-scan > cv-pair-count
                        or cv-pair-module(cv-pair-scan) not = cv-module
                    if cover-report-path not = spaces
                        move spaces to listing-line
                        move cv-pair-line(cv-pair-scan) to ll-line
                        move "X" to ll-mark
                        move cv-pair-cases(cv-pair-scan) to ll-cases
                        write cover-report-line from listing-line
                            end-write
                    end-if
                    add 1 to cv-pair-scan end-add
                end-perform
                exit section
            end-if

            move 0 to cv-in-proc-div.
            perform varying cv-line-no from 1 by 1
                    until cv-line-no > cv-line-count

                move cv-line-no to cv-line-bin
                move spaces to cv-source-buffer
                call CV-GETLINE using cv-line-bin
                    cv-source-buffer end-call

      *         the executed pair for this line, if any
                move 0 to cv-exec-flag
                move 0 to cv-exec-cases
                perform until cv-pair-scan > cv-pair-count
                        or cv-pair-module(cv-pair-scan) not = cv-module
                        or cv-pair-line(cv-pair-scan) >= cv-line-no
                    add 1 to cv-pair-scan end-add
                end-perform
                if cv-pair-scan <= cv-pair-count
                and cv-pair-module(cv-pair-scan) = cv-module
                and cv-pair-line(cv-pair-scan) = cv-line-no
                    move 1 to cv-exec-flag
                    move cv-pair-cases(cv-pair-scan) to cv-exec-cases
                    add 1 to cv-pair-scan end-add
                end-if

                perform classify-source-line

                if cv-exec-flag = 1
                    move 1 to cv-stmt-line
                end-if
                if cv-stmt-line = 1
                    add 1 to cv-mod-executable end-add
                end-if
                if cv-exec-flag = 1
                    add 1 to cv-mod-executed end-add
                end-if

                if cover-report-path not = spaces
                    move spaces to listing-line
                    move cv-line-no to ll-line
                    evaluate true
                        when cv-exec-flag = 1
                            move "X" to ll-mark
                            move cv-exec-cases to ll-cases
                        when cv-stmt-line = 1
                            move "." to ll-mark
                            move 0 to ll-cases
                        when other
                            move space to ll-mark
                    end-evaluate
                    move cv-source-buffer(1:100) to ll-text
                    write cover-report-line from listing-line
                        end-write
                end-if
            end-perform

      *     executed pairs past the module's reported line count
      *     must not stall the sweep
            perform until cv-pair-scan > cv-pair-count
                    or cv-pair-module(cv-pair-scan) not = cv-module
                add 1 to cv-pair-scan end-add
            end-perform

            add cv-mod-executable to cv-all-executable end-add.
            add cv-mod-executed to cv-all-executed end-add.

            if cover-report-path not = spaces
                move cv-mod-executable to mo-executable
                move cv-mod-executed to mo-executed
                move 0 to cv-percent
                if cv-mod-executable > 0
                    compute cv-percent rounded =
                        cv-mod-executed * 100 / cv-mod-executable
                    end-compute
                end-if
                move cv-percent to mo-percent
                write cover-report-line from module-total-line
                    end-write
            end-if

            continue.

      ***************************************************************
      *** ----------------- is cv-source-buffer a statement line: in
      *** the procedure division, not a comment, and starting with a
      *** COBOL verb
        classify-source-line section.
            move 0 to cv-stmt-line.

            move function upper-case(function
                trim(cv-source-buffer, leading)) to cv-upper-buffer.
            if cv-upper-buffer(1:1) = "*"
            or cv-upper-buffer = spaces
                exit section
            end-if

            move spaces to cv-first-word.
            move spaces to cv-second-word.
            unstring cv-upper-buffer delimited by all space
                into cv-first-word cv-second-word
            end-unstring.

            if cv-first-word = "PROCEDURE"
            and cv-second-word(1:8) = "DIVISION"
                move 1 to cv-in-proc-div
                exit section
            end-if
            if cv-in-proc-div = 0
                exit section
            end-if

            move spaces to cv-clean.
            unstring cv-first-word delimited by "."
                into cv-clean
            end-unstring.

            evaluate cv-clean
                when "ACCEPT" when "ADD" when "ALTER" when "CALL"
                when "CANCEL" when "CLOSE" when "COMPUTE"
                when "CONTINUE" when "DELETE" when "DISPLAY"
                when "DIVIDE" when "EVALUATE" when "EXIT"
                when "GO" when "GOBACK" when "IF" when "INITIALIZE"
                when "INSPECT" when "MERGE" when "MOVE"
                when "MULTIPLY" when "OPEN" when "PERFORM"
                when "READ" when "RELEASE" when "RETURN"
                when "REWRITE" when "SEARCH" when "SET" when "SORT"
                when "START" when "STOP" when "STRING"
                when "SUBTRACT" when "UNSTRING" when "WRITE"
                    move 1 to cv-stmt-line
            end-evaluate

            continue.
