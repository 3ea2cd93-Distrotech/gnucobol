        identification division.
        program-id. listani.

      ***************************************************************
      ** Annotated source listing for an animated module: the one   **
      ** printable document a code reviewer or auditor is handed,   **
      ** instead of the profile report, the coverage listing, the   **
      ** xrefani report and the breakpoint list read side by side.  **
      ** Every source line, read once through the module's          **
      ** generated GETLINE routine (so this runs wherever the       **
      ** module is linked in, like xrefani), is printed with        **
      **   - its execution count, from a statement profile report   **
      **     (gc-profile.rpt, see COB_ANIM_PROFILE)                 **
      **   - X executed / . never executed, for the procedure       **
      **     division's statement lines: executed when the profile  **
      **     counted it or a coverage listing (gc-coverage.rpt)     **
      **     marks it X                                             **
      **   - B for a breakpoint, T for a tracepoint, + when more    **
      **     than one sits on the line, from the saved breakpoint   **
      **     list, with the condition and traced items below it     **
      **   - for a paragraph or section header, the paragraphs      **
      **     that PERFORM or GO TO it, from the xrefani report,     **
      **     which is written afresh for the purpose               **
      ** Pages are numbered, and the listing ends with an index of  **
      ** the paragraphs and the page each one starts on.            **
      ** The profile and coverage reports are read for this module  **
      ** only (their MODULE: block); the breakpoint list is read    **
      ** for its entries naming this module, a paragraph breakpoint **
      ** marking the paragraph's header line.                       **
      ** Return code: 0 listing written, 1 module source empty,     **
      ** 2 the listing file could not be opened.                    **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select listing-file assign to listing-path
               organization is line sequential
               file status is listing-status.

           select profile-file assign to ls-profile-path
               organization is line sequential
               file status is ls-input-status.

           select coverage-file assign to ls-coverage-path
               organization is line sequential
               file status is ls-input-status.

           select bp-list-file assign to ls-bp-path
               organization is line sequential
               file status is ls-input-status.

           select xref-file assign to ls-xref-path
               organization is line sequential
               file status is ls-input-status.

        data division.
        file section.
            fd  listing-file.
            01  listing-line                      pic x(132).

            fd  profile-file.
            01  profile-line                      pic x(132).

            fd  coverage-file.
            01  coverage-line                     pic x(132).

            fd  bp-list-file.
            01  bp-list-line                      pic x(300).

            fd  xref-file.
            01  xref-line                         pic x(132).

        working-storage section.
            01 listing-status pic 99.
            01 ls-input-status pic 99.
            01 ls-profile-path pic x(256).
            01 ls-coverage-path pic x(256).
            01 ls-bp-path pic x(256).
            01 ls-xref-path pic x(256).
            01 ls-xref-status pic x.
            01 ls-eof-flag pic x.
                88 ls-at-end value "Y".

            77 LS-GETLINE               pic x(128).
            77 LS-GETLINECOUNT          pic x(128).

            77 ls-line-count                      pic 9(5) value 0.
            77 ls-line-no                         pic 9(5).
            77 ls-line-bin                        usage binary-long.
            77 ls-source-buffer                   pic x(512).
            77 ls-scan-buffer                     pic x(512).
            77 ls-in-proc-div                     pic 9.
            77 ls-in-module-flag                  pic 9.
            77 ls-counts-flag                     pic 9.
            77 ls-field-line                      pic 9(5).

      *     per source line: the execution count and the executed
      *     flag gathered from the reports, and the first breakpoint
      *     entry on it; lines beyond the table go unannotated
            01 ls-line-tbl.
                05 ls-line-entry occurs 30000.
                    10 ls-count-of                pic 9(9).
                    10 ls-exec-of                 pic x.
                    10 ls-bp-at                   pic 9(3).

      *     the module's paragraphs, in source order, with their
      *     performers from the xref and the page they start on
            77 ls-par-count                       pic 9(3) value 0.
            77 ls-next-par                        pic 9(3).
            01 ls-par-tbl.
                05 ls-par-entry occurs 200.
                    10 ls-par-name                pic x(30).
                    10 ls-par-line                pic 9(5).
                    10 ls-par-performers          pic x(110).
                    10 ls-par-page                pic 9(4).

      *     the breakpoints and tracepoints naming this module
            77 ls-bp-count                        pic 9(3) value 0.
            01 ls-bp-tbl.
                05 ls-bp-entry occurs 200.
                    10 ls-bp-line                 pic 9(5).
                    10 ls-bp-condition            pic x(60).
                    10 ls-bp-trace-vars           pic x(60).
            01 ls-bp-fields.
                05 ls-bpf-module                  pic x(30).
                05 ls-bpf-line                    pic 9(5).
                05 ls-bpf-condition               pic x(60).
                05 ls-bpf-trace-vars              pic x(60).
                05 ls-bpf-paragraph               pic x(30).
            77 ls-bp-pointer                      pic 9(4).
            77 ls-scan                            pic 9(3).
            77 ls-page-no                         pic 9(4) value 0.
            77 ls-page-lines                      pic 9(3) value 99.
            77 ls-out-line                        pic x(132).

            01 page-header-1.
                05 filler pic x(26)
                    value "ANNOTATED SOURCE LISTING: ".
                05 ph-module pic x(30).
                05 filler pic x(62) value spaces.
                05 filler pic x(5) value "PAGE ".
                05 ph-page pic z(3)9.
            01 page-header-2.
                05 filler pic x(28)
                    value "LINE       COUNT E BP SOURCE".
            01 legend-line.
                05 filler pic x(36)
                    value "E: X EXECUTED, . NEVER EXECUTED    ".
                05 filler pic x(31)
                    value "BP: B BREAKPOINT, T TRACEPOINT,".
                05 filler pic x(16)
                    value " + MORE THAN ONE".
            01 source-detail-line.
                05 sd-line pic z(4)9.
                05 filler pic x(2) value spaces.
                05 sd-count pic z(8)9 blank when zero.
                05 filler pic x value space.
                05 sd-exec pic x.
                05 filler pic x value space.
                05 sd-mark pic x(2).
                05 filler pic x value space.
                05 sd-text pic x(110).
            01 note-line.
                05 filler pic x(22) value spaces.
                05 nl-text pic x(110).
            01 index-header pic x(15) value "PARAGRAPH INDEX".
            01 index-line.
                05 il-name pic x(30).
                05 filler pic x(7) value "  LINE ".
                05 il-line pic z(4)9.
                05 filler pic x(7) value "  PAGE ".
                05 il-page pic z(3)9.
            01 total-line.
                05 tl-label pic x(22).
                05 tl-count pic z(4)9.

        linkage section.
            01 module-name                        pic x(30).
            01 listing-path                       pic x(256).
      *     spaces = no execution counts
            01 profile-report-path                pic x(256).
      *     spaces = executed flags from the profile counts alone
            01 coverage-report-path               pic x(256).
      *     spaces = the list named by COB_BREAKPOINT_FILE, as the
      *     debugger reads it (default xanim_breakpoint.lst)
            01 breakpoint-list-path               pic x(256).
      *     spaces = gc-xref.rpt
            01 xref-report-path                   pic x(256).
            01 lines-listed                       pic 9(5).
            01 lines-executed                     pic 9(5).
            01 lines-never                        pic 9(5).
            01 listing-result                     pic x.
                88 listing-done                   value "L".
                88 listing-empty                  value "N".
                88 listing-error                  value "E".

        procedure division using by reference
            module-name listing-path profile-report-path
            coverage-report-path breakpoint-list-path
            xref-report-path lines-listed lines-executed
            lines-never listing-result.

            move 0 to lines-listed.
            move 0 to lines-executed.
            move 0 to lines-never.
            move 0 to ls-par-count.
            move 0 to ls-bp-count.
            move 0 to ls-page-no.
            move 99 to ls-page-lines.
            move 0 to ls-counts-flag.
            set listing-empty to true.

            move spaces to LS-GETLINE.
            move spaces to LS-GETLINECOUNT.
            string "get_aniline_" delimited by size
                module-name delimited by spaces
                into LS-GETLINE
            end-string
            string "get_linecount_" delimited by size
                module-name delimited by spaces
                into LS-GETLINECOUNT
            end-string

            call LS-GETLINECOUNT end-call
            move return-code to ls-line-count.

            if ls-line-count = 0
                move 1 to return-code
                goback
            end-if

            perform varying ls-line-no from 1 by 1
                    until ls-line-no > 30000
                move 0 to ls-count-of(ls-line-no)
                move space to ls-exec-of(ls-line-no)
                move 0 to ls-bp-at(ls-line-no)
            end-perform

            perform ls-load-profile.
            perform ls-load-coverage.
            perform ls-load-xref.
            perform ls-load-breakpoints.

            open output listing-file.
            if listing-status not = 0
                set listing-error to true
                move 2 to return-code
                goback
            end-if

            move module-name to ph-module.
            perform ls-write-source-lines.
            perform ls-write-index.

            close listing-file.

            set listing-done to true.
            move 0 to return-code.

        goback.

      ***************************************************************
      *** ----------------- execution counts from the profile
      *** report's block for this module: "MODULE: name", then
      *** lines of count (8), two spaces, line number (5)
        ls-load-profile section.
            if profile-report-path = spaces
                exit section
            end-if

            move profile-report-path to ls-profile-path.
            open input profile-file.
            if ls-input-status not = 0
                exit section
            end-if

            move 1 to ls-counts-flag.
            move 0 to ls-in-module-flag.
            move "N" to ls-eof-flag.
            perform until ls-at-end
                move spaces to profile-line
                read profile-file
                    at end set ls-at-end to true
                end-read

                if not ls-at-end
                    evaluate true
                        when profile-line(1:8) = "MODULE: "
                            move 0 to ls-in-module-flag
                            if profile-line(9:30) = module-name
                                move 1 to ls-in-module-flag
                            end-if
                        when ls-in-module-flag = 1
                        and profile-line(11:5) is numeric
                        and profile-line(1:8) not = spaces
                            move profile-line(11:5) to ls-field-line
                            if ls-field-line > 0
                            and ls-field-line <= 30000
                                move function numval(profile-line(1:8))
                                    to ls-count-of(ls-field-line)
                            end-if
                    end-evaluate
                end-if
            end-perform

            close profile-file.

            continue.

      ***************************************************************
      *** ----------------- executed flags from the coverage
      *** listing's block for this module: line number (5), space,
      *** X or .
        ls-load-coverage section.
            if coverage-report-path = spaces
                exit section
            end-if

            move coverage-report-path to ls-coverage-path.
            open input coverage-file.
            if ls-input-status not = 0
                exit section
            end-if

            move 1 to ls-counts-flag.
            move 0 to ls-in-module-flag.
            move "N" to ls-eof-flag.
            perform until ls-at-end
                move spaces to coverage-line
                read coverage-file
                    at end set ls-at-end to true
                end-read

                if not ls-at-end
                    evaluate true
                        when coverage-line(1:8) = "MODULE: "
                            move 0 to ls-in-module-flag
                            if coverage-line(9:30) = module-name
                                move 1 to ls-in-module-flag
                            end-if
                        when ls-in-module-flag = 1
                        and coverage-line(1:5) is numeric
                        and coverage-line(7:1) = "X"
                            move coverage-line(1:5) to ls-field-line
                            if ls-field-line > 0
                            and ls-field-line <= 30000
                                move "X" to ls-exec-of(ls-field-line)
                            end-if
                    end-evaluate
                end-if
            end-perform

            close coverage-file.

            continue.

      ***************************************************************
      *** ----------------- the paragraphs and their performers:
      *** xrefani writes its report for this module, and the
      *** paragraph part of it is read back -- the name (30) and
      *** "  (LINE nnnnn)" on one line, "    PERFORMED BY: ..." on
      *** the next
        ls-load-xref section.
            move xref-report-path to ls-xref-path.
            if ls-xref-path = spaces
                move "gc-xref.rpt" to ls-xref-path
            end-if

            call "xrefani" using by reference
                module-name ls-xref-path ls-xref-status
            end-call

            if ls-xref-status not = "X"
                exit section
            end-if

            open input xref-file.
            if ls-input-status not = 0
                exit section
            end-if

            move "N" to ls-eof-flag.
            perform until ls-at-end
                move spaces to xref-line
                read xref-file
                    at end set ls-at-end to true
                end-read

                if not ls-at-end
                    evaluate true
                        when xref-line(1:31) =
                            "DATA ITEMS AND THEIR REFERENCES"
                            set ls-at-end to true
                        when xref-line(31:8) = "  (LINE "
                        and xref-line(39:5) is numeric
                        and ls-par-count < 200
                            add 1 to ls-par-count end-add
                            move xref-line(1:30)
                                to ls-par-name(ls-par-count)
                            move xref-line(39:5)
                                to ls-par-line(ls-par-count)
                            move spaces
                                to ls-par-performers(ls-par-count)
                            move 0 to ls-par-page(ls-par-count)
                        when xref-line(1:18) = "    PERFORMED BY: "
                        and ls-par-count > 0
                            move xref-line(19:110)
                                to ls-par-performers(ls-par-count)
                    end-evaluate
                end-if
            end-perform

            close xref-file.

            continue.

      ***************************************************************
      *** ----------------- the saved breakpoints of this module, in
      *** the list's module;line;condition;traced items;paragraph
      *** shape; a paragraph breakpoint is placed on the header line
      *** the xref found for it
        ls-load-breakpoints section.
            move breakpoint-list-path to ls-bp-path.
            if ls-bp-path = spaces
                accept ls-bp-path from environment
                    "COB_BREAKPOINT_FILE" end-accept
            end-if
            if ls-bp-path = spaces
                move "xanim_breakpoint.lst" to ls-bp-path
            end-if

            open input bp-list-file.
            if ls-input-status not = 0
                exit section
            end-if

            move "N" to ls-eof-flag.
            perform until ls-at-end
                move spaces to bp-list-line
                read bp-list-file
                    at end set ls-at-end to true
                end-read

                if not ls-at-end
                and bp-list-line not = spaces
                    move spaces to ls-bp-fields
                    move 0 to ls-bpf-line
                    move 1 to ls-bp-pointer
                    unstring bp-list-line delimited by ";"
                        into ls-bpf-module ls-bpf-line
                             ls-bpf-condition ls-bpf-trace-vars
                             ls-bpf-paragraph
                        with pointer ls-bp-pointer
                    end-unstring

                    if function upper-case(ls-bpf-module)
                        = function upper-case(module-name)
                        perform ls-note-breakpoint
                    end-if
                end-if
            end-perform

            close bp-list-file.

            continue.

      ***************************************************************
      *** ----------------- one breakpoint of this module into the
      *** table and onto its line
        ls-note-breakpoint section.
            if ls-bpf-line = 0
            and ls-bpf-paragraph not = spaces
                perform varying ls-scan from 1 by 1
                        until ls-scan > ls-par-count
                        or ls-bpf-line > 0
                    if ls-par-name(ls-scan) =
                        function upper-case(ls-bpf-paragraph)
                        move ls-par-line(ls-scan) to ls-bpf-line
                    end-if
                end-perform
            end-if

            if ls-bpf-line = 0 or ls-bpf-line > 30000
            or ls-bp-count = 200
                exit section
            end-if

            add 1 to ls-bp-count end-add.
            move ls-bpf-line to ls-bp-line(ls-bp-count).
            move ls-bpf-condition to ls-bp-condition(ls-bp-count).
            move ls-bpf-trace-vars to ls-bp-trace-vars(ls-bp-count).

            if ls-bp-at(ls-bpf-line) = 0
                move ls-bp-count to ls-bp-at(ls-bpf-line)
            end-if

            continue.

      ***************************************************************
      *** ----------------- every source line once, with its marks
      *** and the notes that belong under it
        ls-write-source-lines section.
            move 0 to ls-in-proc-div.
            move 1 to ls-next-par.

            perform varying ls-line-no from 1 by 1
                    until ls-line-no > ls-line-count

                move ls-line-no to ls-line-bin
                move spaces to ls-source-buffer
                call LS-GETLINE using ls-line-bin
                    ls-source-buffer end-call
                add 1 to lines-listed end-add

                move function upper-case(function
                    trim(ls-source-buffer, leading))
                    to ls-scan-buffer
                if ls-scan-buffer(1:18) = "PROCEDURE DIVISION"
                    move 1 to ls-in-proc-div
                end-if

                move spaces to source-detail-line
                move ls-line-no to sd-line
                move 0 to sd-count
                move space to sd-exec
                move spaces to sd-mark
                move ls-source-buffer(1:110) to sd-text

                if ls-line-no <= 30000
                    perform ls-annotate-line
                end-if

      *         a paragraph starts on this page when its header
      *         line is printed on it
                if ls-next-par <= ls-par-count
                and ls-par-line(ls-next-par) = ls-line-no
                    perform ls-check-page
                    move ls-page-no to ls-par-page(ls-next-par)
                end-if

                move source-detail-line to ls-out-line
                perform ls-write-out-line

                if ls-line-no <= 30000
                and ls-bp-at(ls-line-no) > 0
                    perform ls-write-bp-notes
                end-if

                if ls-next-par <= ls-par-count
                and ls-par-line(ls-next-par) = ls-line-no
                    move spaces to nl-text
                    if ls-par-performers(ls-next-par) = spaces
                    or ls-par-performers(ls-next-par) = "(NONE)"
                        move "PERFORMED BY: (NONE)" to nl-text
                    else
                        string "PERFORMED BY: " delimited by size
                            ls-par-performers(ls-next-par)(1:96)
                            delimited by size
                            into nl-text
                        end-string
                    end-if
                    move note-line to ls-out-line
                    perform ls-write-out-line
                    add 1 to ls-next-par end-add
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- count, executed flag and breakpoint mark
      *** of the line in the detail line
        ls-annotate-line section.
            move ls-count-of(ls-line-no) to sd-count.

      *     only statement lines of the procedure division can be
      *     executed; comments, blank lines and declarations are
      *     left unmarked
            if ls-counts-flag = 1
            and ls-in-proc-div = 1
            and ls-scan-buffer not = spaces
            and ls-scan-buffer(1:1) not = "*"
            and ls-scan-buffer(1:18) not = "PROCEDURE DIVISION"
                if ls-count-of(ls-line-no) > 0
                or ls-exec-of(ls-line-no) = "X"
                    move "X" to sd-exec
                    add 1 to lines-executed end-add
                else
                    move "." to sd-exec
                    add 1 to lines-never end-add
                end-if
            end-if

            if ls-bp-at(ls-line-no) > 0
                if ls-bp-trace-vars(ls-bp-at(ls-line-no)) = spaces
                    move "B" to sd-mark(1:1)
                else
                    move "T" to sd-mark(1:1)
                end-if
                perform varying ls-scan from 1 by 1
                        until ls-scan > ls-bp-count
                    if ls-bp-line(ls-scan) = ls-line-no
                    and ls-scan not = ls-bp-at(ls-line-no)
                        move "+" to sd-mark(2:1)
                    end-if
                end-perform
            end-if

            continue.

      ***************************************************************
      *** ----------------- a note line per breakpoint on the line:
      *** its condition, and the items a tracepoint traces
        ls-write-bp-notes section.
            perform varying ls-scan from 1 by 1
                    until ls-scan > ls-bp-count
                if ls-bp-line(ls-scan) = ls-line-no
                    move spaces to nl-text
                    if ls-bp-trace-vars(ls-scan) = spaces
                        move "BREAKPOINT" to nl-text
                    else
                        string "TRACEPOINT: " delimited by size
                            function trim(ls-bp-trace-vars(ls-scan),
                                trailing)
                            delimited by size
                            into nl-text
                        end-string
                    end-if
                    if ls-bp-condition(ls-scan) not = spaces
                        move spaces to ls-out-line
                        string function trim(nl-text, trailing)
                            delimited by size
                            " IF " delimited by size
                            function trim(ls-bp-condition(ls-scan),
                                trailing)
                            delimited by size
                            into ls-out-line
                        end-string
                        move ls-out-line(1:110) to nl-text
                    end-if
                    move note-line to ls-out-line
                    perform ls-write-out-line
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- totals and the paragraph index, on a page
      *** of their own
        ls-write-index section.
            move 99 to ls-page-lines.
            perform ls-check-page.

            move "LINES LISTED:" to tl-label.
            move lines-listed to tl-count.
            move total-line to ls-out-line.
            perform ls-write-out-line.
            move "LINES EXECUTED:" to tl-label.
            move lines-executed to tl-count.
            move total-line to ls-out-line.
            perform ls-write-out-line.
            move "LINES NEVER EXECUTED:" to tl-label.
            move lines-never to tl-count.
            move total-line to ls-out-line.
            perform ls-write-out-line.
            move "BREAKPOINTS:" to tl-label.
            move ls-bp-count to tl-count.
            move total-line to ls-out-line.
            perform ls-write-out-line.

            move spaces to ls-out-line.
            perform ls-write-out-line.
            move index-header to ls-out-line.
            perform ls-write-out-line.

            perform varying ls-scan from 1 by 1
                    until ls-scan > ls-par-count
                move ls-par-name(ls-scan) to il-name
                move ls-par-line(ls-scan) to il-line
                move ls-par-page(ls-scan) to il-page
                move index-line to ls-out-line
                perform ls-write-out-line
            end-perform

            continue.

      ***************************************************************
      *** ----------------- start a new page when this one is full
        ls-check-page section.
            if ls-page-lines < 56
                exit section
            end-if

            add 1 to ls-page-no end-add.
            move ls-page-no to ph-page.
            write listing-line from page-header-1
                after advancing page
            end-write.
            if ls-page-no = 1
                write listing-line from legend-line end-write
            end-if
            move spaces to listing-line.
            write listing-line end-write.
            write listing-line from page-header-2 end-write.
            move 4 to ls-page-lines.

            continue.

      ***************************************************************
        ls-write-out-line section.
            perform ls-check-page.
            write listing-line from ls-out-line end-write.
            add 1 to ls-page-lines end-add.

            continue.
