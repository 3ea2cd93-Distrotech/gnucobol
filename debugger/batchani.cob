        identification division.
        program-id. batchani.

      ***************************************************************
      ** Unattended job-stream driver for the ani utilities: every  **
      ** trace utility is a CALLable subprogram taking only a       **
      ** linkage block, so a nightly print, purge or validation     **
      ** used to need a one-off caller compiled for the occasion.   **
      ** This is the main program the scheduler runs instead. It    **
      ** reads a control file of cards, one step per card, in the   **
      ** same semicolon-delimited shape the breakpoint list and the **
      ** suiteani control file use:                                 **
      **                                                            **
      **   UTILITY;ONERROR;KEY=VALUE;KEY=VALUE;...                  **
      **                                                            **
      ** UTILITY names the ani utility to call (PRINTANI, STATANI,  **
      ** PURGEANI ... -- the evaluate in run-one-card lists every   **
      ** one the driver knows); ONERROR is STOP (the default) or    **
      ** CONT and decides whether a failing step ends the job or    **
      ** the next card still runs. The keywords fill the utility's  **
      ** linkage -- see the per-utility sections below for the      **
      ** names each one takes. MAXRC=n on any card raises the       **
      ** highest return code the step may give and still count as   **
      ** good (default 0, so e.g. a purge that matched nothing can  **
      ** be let through with MAXRC=1). Blank cards and cards        **
      ** starting with "*" are skipped.                             **
      ** Each step's return code, status byte and counts go to the  **
      ** step log; the steps left unrun after a STOP are logged as  **
      ** skipped.                                                   **
      ** Command line: control-file [step-log-file]; the defaults   **
      ** are anibatch.ctl and anibatch.log.                         **
      ** Return code: the highest step return code of the job, or   **
      ** 16 when the control file could not be opened or a card     **
      ** could not be run at all (unknown utility, missing file     **
      ** keyword).                                                  **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select control-file assign to ba-control-path
               organization is line sequential
               file status is control-file-status.

           select step-log assign to ba-step-log-path
               organization is line sequential
               file status is step-log-status.

        data division.
        file section.
            fd  control-file.
            01  control-line                      pic x(1024).

            fd  step-log.
            01  step-log-line                     pic x(132).

        working-storage section.
            01 control-file-status                pic 99.
            01 step-log-status                    pic 99.
            01 control-eof-flag                   pic x value "N".
                88 control-at-end                 value "Y".
            01 step-log-flag                      pic x value "N".
                88 step-log-is-open               value "Y".
            01 job-stop-flag                      pic x value "N".
                88 job-stopping                   value "Y".

            01 ba-command-line                    pic x(600).
            01 ba-control-path                    pic x(256).
            01 ba-step-log-path                   pic x(256).

      *     one parsed card
            01 ba-utility                         pic x(10).
            01 ba-on-error                        pic x(4).
                88 ba-stop-on-error               value "STOP".
                88 ba-continue-on-error           value "CONT".
            01 ba-max-rc                          pic 9(4).
            01 ba-parse-ptr                       pic 9(4).
            01 ba-token                           pic x(300).
            01 ba-kw-count                        pic 99.
            01 ba-kw-tbl.
                05 ba-kw-entry occurs 20 times.
                    10 ba-kw-name                 pic x(10).
                    10 ba-kw-value                pic x(256).
            01 ba-kw-scan                         pic 99.
            01 ba-want-key                        pic x(10).
            01 ba-value                           pic x(256).

      *     outcome of one step
            01 ba-step-no                         pic 9(4) value 0.
            01 ba-step-rc                         pic 9(4).
            01 ba-step-status                     pic x.
            01 ba-step-counts                     pic x(60).
            01 ba-counts-work                     pic x(60).
            01 ba-step-result                     pic x(8).
            01 ba-job-rc                          pic 9(4) value 0.
            01 ba-steps-run                       pic 9(4) value 0.
            01 ba-steps-failed                    pic 9(4) value 0.
            01 ba-steps-skipped                   pic 9(4) value 0.
            01 ba-edit-7                          pic z(6)9.
            01 ba-edit-7b                         pic z(6)9.
            01 ba-edit-7c                         pic z(6)9.
            01 ba-edit-7d                         pic z(6)9.
            01 ba-edit-9                          pic z(8)9.

      *     parameter blocks, one per utility, shaped exactly like
      *     the called program's linkage (see the named .cob file)

      *     printani.cob -- the rows are taken back a chunk at a
      *     time through a small buffer; only the report file matters
      *     to a batch step
            01 pa-filename                        pic x(256).
            01 pa-linecount usage binary-long.
            01 pa-record-buffer.
                05 pa-record pic x(256) occurs 1000 times.
            01 pa-type-filter                     pic x.
            01 pa-cond-filter                     pic x.
            01 pa-bp-hit-count usage binary-long.
            01 pa-bp-hit-buffer.
                05 pa-bp-hit-entry occurs 1000 times.
                    10 pa-bp-hit-seqno            pic 9(6).
                    10 pa-bp-hit-weight           pic 9.
            01 pa-report-path                     pic x(256).
            01 pa-start-seqno usage binary-long.
            01 pa-max-rows usage binary-long.
            01 pa-more-flag                       pic x.
                88 pa-more-records                value "Y".
            01 pa-program-name                    pic x(30).
            01 pa-output-format                   pic x.
            01 pa-run-id-filter                   pic x(8).
            01 pa-rows-total                      pic 9(7).
            01 pa-hits-total                      pic 9(7).

      *     statani.cob
            01 sa-filename                        pic x(256).
            01 sa-report-path                     pic x(256).
            01 sa-runs-found                      pic 9(3).
            01 sa-status                          pic x.

      *     suiteani.cob
            01 ua-control-path                    pic x(256).
            01 ua-report-path                     pic x(256).
            01 ua-cases-total                     pic 9(4).
            01 ua-cases-passed                    pic 9(4).
            01 ua-cases-failed                    pic 9(4).
            01 ua-status                          pic x.
            01 ua-coverage-threshold              pic 9(3).
            01 ua-coverage-report-path            pic x(256).
            01 ua-coverage-percent                pic 9(3)v9.
            01 ba-edit-pct                        pic zz9.9.

      *     purgeani.cob
            01 ga-filename                        pic x(256).
            01 ga-run-id                          pic x(8).
            01 ga-age-days                        pic 9(5).
            01 ga-copy-out-path                   pic x(256).
            01 ga-runs-purged                     pic 9(3).
            01 ga-records-purged                  pic 9(7).
            01 ga-records-copied                  pic 9(7).
            01 ga-status                          pic x.
            01 ga-end-status                      pic x(10).

      *     validani.cob
            01 va-filename                        pic x(256).
            01 va-report-path                     pic x(256).
            01 va-first-seqno                     pic 9(6).
            01 va-last-seqno                      pic 9(6).
            01 va-total-records                   pic 9(7).
            01 va-missing-count                   pic 9(7).
            01 va-badtype-count                   pic 9(7).
            01 va-status                          pic x.
            01 va-incomplete-runs                 pic 9(5).
            01 va-interventions                   pic 9(5).

      *     comparani.cob
            01 ca-filename-a                      pic x(256).
            01 ca-filename-b                      pic x(256).
            01 ca-first-divergent                 pic 9(7).
            01 ca-matched-count                   pic 9(7).
            01 ca-divergent-count                 pic 9(7).
            01 ca-status                          pic x.

      *     repairani.cob
            01 ra-in-path                         pic x(256).
            01 ra-out-path                        pic x(256).
            01 ra-reject-path                     pic x(256).
            01 ra-records-kept                    pic 9(7).
            01 ra-badtype-dropped                 pic 9(7).
            01 ra-dup-dropped                     pic 9(7).
            01 ra-gap-count                       pic 9(7).
            01 ra-status                          pic x.

      *     convani.cob
            01 na-direction                       pic x.
            01 na-ani-path                        pic x(256).
            01 na-text-path                       pic x(256).
            01 na-converted-count                 pic 9(7).
            01 na-status                          pic x.

      *     tailani.cob
            01 ta-filename                        pic x(256).
            01 ta-poll-seconds                    pic 9(3).
            01 ta-poll-count                      pic 9(5).
            01 ta-last-seqno                      pic 9(6).
            01 ta-status                          pic x.
            01 ta-stall-polls                     pic 9(5).
            01 ta-loop-threshold                  pic 9(7).
            01 ta-alert-path                      pic x(256).
            01 ta-stop-on-alert                   pic x.

      *     xrefani.cob
            01 xa-module-name                     pic x(30).
            01 xa-report-path                     pic x(256).
            01 xa-status                          pic x.

      *     histani.cob
            01 ha-filename                        pic x(256).
            01 ha-report-path                     pic x(256).
            01 ha-run-id-filter                   pic x(8).
            01 ha-variables-found                 pic 9(3).
            01 ha-changes-found                   pic 9(7).
            01 ha-status                          pic x.

      *     flowani.cob
            01 fa-filename                        pic x(256).
            01 fa-report-path                     pic x(256).
            01 fa-run-id-filter                   pic x(8).
            01 fa-paragraphs-entered              pic 9(4).
            01 fa-entries-found                   pic 9(7).
            01 fa-status                          pic x.

      *     coverani.cob
            01 co-list-path                       pic x(256).
            01 co-report-path                     pic x(256).
            01 co-cases-read                      pic 9(4).
            01 co-lines-executable                pic 9(7).
            01 co-lines-executed                  pic 9(7).
            01 co-coverage-percent                pic 9(3)v9.
            01 co-status                          pic x.

      *     deltaani.cob
            01 da-baseline-path                   pic x(256).
            01 da-candidate-path                  pic x(256).
            01 da-baseline-run-id                 pic x(8).
            01 da-candidate-run-id                pic x(8).
            01 da-threshold-percent               pic 9(3).
            01 da-threshold-absolute              pic 9(7).
            01 da-report-path                     pic x(256).
            01 da-lines-only-baseline             pic 9(5).
            01 da-lines-only-candidate            pic 9(5).
            01 da-lines-beyond                    pic 9(5).
            01 da-status                          pic x.

      *     catani.cob
            01 ka-catalog-path                    pic x(256).
            01 ka-report-path                     pic x(256).
            01 ka-select-program                  pic x(30).
            01 ka-select-date-from                pic 9(8).
            01 ka-select-date-to                  pic 9(8).
            01 ka-select-status                   pic x(10).
            01 ka-reconcile-flag                  pic x.
            01 ka-reconcile-list-path             pic x(256).
            01 ka-entries-listed                  pic 9(7).
            01 ka-files-gone                      pic 9(5).
            01 ka-files-uncatalogued              pic 9(5).
            01 ka-status                          pic x.

      *     listani.cob
            01 la-module-name                     pic x(30).
            01 la-listing-path                    pic x(256).
            01 la-profile-path                    pic x(256).
            01 la-coverage-path                   pic x(256).
            01 la-breakpoint-path                 pic x(256).
            01 la-xref-path                       pic x(256).
            01 la-lines-listed                    pic 9(5).
            01 la-lines-executed                  pic 9(5).
            01 la-lines-never                     pic 9(5).
            01 la-status                          pic x.

      *     mergeani.cob
            01 ma-list-path                       pic x(256).
            01 ma-target-path                     pic x(256).
            01 ma-report-path                     pic x(256).
            01 ma-mapping-log-path                pic x(256).
            01 ma-files-merged                    pic 9(3).
            01 ma-runs-merged                     pic 9(5).
            01 ma-runs-renamed                    pic 9(5).
            01 ma-records-in                      pic 9(9).
            01 ma-records-out                     pic 9(9).
            01 ma-status                          pic x.

      *     ioani.cob
            01 ia-filename                        pic x(256).
            01 ia-report-path                     pic x(256).
            01 ia-run-id-filter                   pic x(8).
            01 ia-files-reported                  pic 9(5).
            01 ia-io-records                      pic 9(9).
            01 ia-files-left-open                 pic 9(5).
            01 ia-status                          pic x.

            01 log-header-1 pic x(36)
                value "ANI UTILITY BATCH JOB -- STEP LOG   ".
            01 log-header-1a.
                05 filler pic x(10) value "GENERATED ".
                05 lh-date pic 9(8).
                05 filler pic x value space.
                05 lh-time pic 9(6).
                05 filler pic x(10) value "  CONTROL ".
                05 lh-control pic x(80).
            01 log-header-2.
                05 filler pic x(34)
                    value "STEP  UTILITY     RC  ST  RESULT  ".
                05 filler pic x(6) value "COUNTS".
            01 log-detail-line.
                05 ld-step     pic z(3)9.
                05 filler      pic x(2) value spaces.
                05 ld-utility  pic x(10).
                05 filler      pic x(1) value spaces.
                05 ld-rc       pic z(3)9.
                05 filler      pic x(2) value spaces.
                05 ld-status   pic x.
                05 filler      pic x(2) value spaces.
                05 ld-result   pic x(8).
                05 ld-counts   pic x(60).
                05 filler      pic x(1) value spaces.
                05 ld-detail   pic x(37).
            01 log-footer.
                05 filler pic x(7) value "STEPS: ".
                05 lf-run pic z(3)9.
                05 filler pic x(9) value "  FAILED:".
                05 lf-failed pic z(3)9.
                05 filler pic x(10) value "  SKIPPED:".
                05 lf-skipped pic z(3)9.
                05 filler pic x(12) value "  JOB RC:   ".
                05 lf-job-rc pic z(3)9.

        procedure division.

            move spaces to ba-command-line.
            accept ba-command-line from command-line end-accept.
            move spaces to ba-control-path.
            move spaces to ba-step-log-path.
            unstring ba-command-line delimited by all spaces
                into ba-control-path ba-step-log-path
            end-unstring
            if ba-control-path = spaces
                move "anibatch.ctl" to ba-control-path
            end-if
            if ba-step-log-path = spaces
                move "anibatch.log" to ba-step-log-path
            end-if

            open output step-log.
            if step-log-status = 0
                set step-log-is-open to true
                write step-log-line from log-header-1 end-write
                accept lh-date from date yyyymmdd end-accept
                accept lh-time from time end-accept
                move ba-control-path to lh-control
                write step-log-line from log-header-1a end-write
                write step-log-line from log-header-2 end-write
            end-if

            open input control-file.
            if control-file-status not = 0
                display "batchani: control file "
                    function trim(ba-control-path)
                    " could not be opened, status "
                    control-file-status upon syserr
                end-display
                move 16 to ba-job-rc
            else
                perform until control-at-end
                    move spaces to control-line
                    read control-file
                        at end set control-at-end to true
                    end-read

                    if not control-at-end
                    and control-line not = spaces
                    and control-line(1:1) not = "*"
                        perform run-one-card
                    end-if
                end-perform
                close control-file
            end-if

            if step-log-is-open
                move ba-steps-run to lf-run
                move ba-steps-failed to lf-failed
                move ba-steps-skipped to lf-skipped
                move ba-job-rc to lf-job-rc
                write step-log-line from log-footer end-write
                close step-log
            end-if

            move ba-job-rc to return-code.

        stop run.

      ***************************************************************
      *** ----------------- one card: split it, run the named
      *** utility (or log it skipped once the job is stopping),
      *** log the step and fold its return code into the job's
        run-one-card section.
            add 1 to ba-step-no end-add.
            perform parse-card.

            move spaces to ld-detail.
            if job-stopping
                add 1 to ba-steps-skipped end-add
                move 0 to ba-step-rc
                move space to ba-step-status
                move spaces to ba-step-counts
                move "SKIPPED" to ba-step-result
                perform write-step-line
                exit section
            end-if

            move 0 to ba-step-rc.
            move space to ba-step-status.
            move spaces to ba-step-counts.

            evaluate ba-utility
                when "PRINTANI"
                    perform run-printani
                when "STATANI"
                    perform run-statani
                when "SUITEANI"
                    perform run-suiteani
                when "PURGEANI"
                    perform run-purgeani
                when "VALIDANI"
                    perform run-validani
                when "COMPARANI"
                    perform run-comparani
                when "REPAIRANI"
                    perform run-repairani
                when "CONVANI"
                    perform run-convani
                when "TAILANI"
                    perform run-tailani
                when "XREFANI"
                    perform run-xrefani
                when "HISTANI"
                    perform run-histani
                when "FLOWANI"
                    perform run-flowani
                when "COVERANI"
                    perform run-coverani
                when "DELTAANI"
                    perform run-deltaani
                when "CATANI"
                    perform run-catani
                when "LISTANI"
                    perform run-listani
                when "MERGEANI"
                    perform run-mergeani
                when "IOANI"
                    perform run-ioani
                when other
                    move 16 to ba-step-rc
                    move "UNKNOWN UTILITY" to ba-step-counts
            end-evaluate

            add 1 to ba-steps-run end-add.

            if ba-step-rc > ba-max-rc
                add 1 to ba-steps-failed end-add
                move "FAILED" to ba-step-result
                if not ba-continue-on-error
                    set job-stopping to true
                    move "JOB STOPPED AFTER THIS STEP" to ld-detail
                end-if
            else
                move "OK" to ba-step-result
            end-if

            if ba-step-rc > ba-job-rc
                move ba-step-rc to ba-job-rc
            end-if

            perform write-step-line.

            continue.

      ***************************************************************
      *** ----------------- UTILITY;ONERROR;KEY=VALUE;... into the
      *** utility name, the error action, MAXRC and the keyword table
        parse-card section.
            move spaces to ba-utility.
            move spaces to ba-on-error.
            move 0 to ba-max-rc.
            move 0 to ba-kw-count.
            move spaces to ba-kw-tbl.

            move 1 to ba-parse-ptr.
            move spaces to ba-token.
            unstring control-line delimited by ';'
                into ba-token
                with pointer ba-parse-ptr
            end-unstring
            move function upper-case(function trim(ba-token))
                to ba-utility.

            move spaces to ba-token.
            unstring control-line delimited by ';'
                into ba-token
                with pointer ba-parse-ptr
            end-unstring
            move function upper-case(function trim(ba-token))
                to ba-on-error.
            if ba-on-error = spaces
                move "STOP" to ba-on-error
            end-if

            perform until ba-parse-ptr > length of control-line
                move spaces to ba-token
                unstring control-line delimited by ';'
                    into ba-token
                    with pointer ba-parse-ptr
                end-unstring
                if ba-token not = spaces
                and ba-kw-count < 20
                    add 1 to ba-kw-count end-add
                    unstring ba-token delimited by '='
                        into ba-kw-name(ba-kw-count)
                             ba-kw-value(ba-kw-count)
                    end-unstring
                    move function upper-case(
                        function trim(ba-kw-name(ba-kw-count)))
                        to ba-kw-name(ba-kw-count)
                    move function trim(ba-kw-value(ba-kw-count))
                        to ba-kw-value(ba-kw-count)
                end-if
            end-perform

            move "MAXRC" to ba-want-key.
            perform get-card-value.
            if ba-value not = spaces
                move function numval(ba-value) to ba-max-rc
            end-if

            continue.

      ***************************************************************
      *** ----------------- value of keyword ba-want-key on the
      *** current card, spaces when the card does not give it
        get-card-value section.
            move spaces to ba-value.
            perform varying ba-kw-scan from 1 by 1
                    until ba-kw-scan > ba-kw-count
                if ba-kw-name(ba-kw-scan) = ba-want-key
                    move ba-kw-value(ba-kw-scan) to ba-value
                    exit perform
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- a card without the file its utility
      *** cannot run without: the step is a card error
        missing-keyword section.
            move 16 to ba-step-rc.
            move spaces to ba-step-counts.
            string "MISSING " delimited by size
                function trim(ba-want-key) delimited by size
                "=" delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- PRINTANI: FILE, REPORT, PROGRAM, RUN,
      *** FORMAT (F/D), TYPE (D/P), COND. The whole file is taken
      *** in chunks through the small row buffer; rows and stamped
      *** breakpoint hits are totalled for the log
        run-printani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to pa-filename.

            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to pa-report-path.
            move "PROGRAM" to ba-want-key.
            perform get-card-value.
            move ba-value to pa-program-name.
            move "RUN" to ba-want-key.
            perform get-card-value.
            move ba-value to pa-run-id-filter.
            move "FORMAT" to ba-want-key.
            perform get-card-value.
            move ba-value to pa-output-format.
            move "TYPE" to ba-want-key.
            perform get-card-value.
            move ba-value to pa-type-filter.
            move "COND" to ba-want-key.
            perform get-card-value.
            move ba-value to pa-cond-filter.

            move 0 to pa-rows-total.
            move 0 to pa-hits-total.
            move 0 to pa-start-seqno.
            move 1000 to pa-max-rows.
            move "Y" to pa-more-flag.

            perform until not pa-more-records
                move 1000 to pa-linecount
                move 1000 to pa-bp-hit-count
                call "printani" using by reference
                    pa-filename pa-record-buffer pa-linecount
                    pa-type-filter pa-cond-filter
                    pa-bp-hit-buffer pa-bp-hit-count
                    pa-report-path
                    pa-start-seqno pa-max-rows pa-more-flag
                    pa-program-name pa-output-format
                    pa-run-id-filter
                end-call
                add pa-linecount to pa-rows-total end-add
                add pa-bp-hit-count to pa-hits-total end-add
            end-perform

            move return-code to ba-step-rc.
            move pa-rows-total to ba-edit-7.
            move pa-hits-total to ba-edit-7b.
            string "ROWS " delimited by size
                function trim(ba-edit-7) delimited by size
                "  BP-HITS " delimited by size
                function trim(ba-edit-7b) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- STATANI: FILE, REPORT
        run-statani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to sa-filename.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to sa-report-path.

            move 0 to sa-runs-found.
            call "statani" using by reference
                sa-filename sa-report-path sa-runs-found sa-status
            end-call

            move return-code to ba-step-rc.
            move sa-status to ba-step-status.
            move sa-runs-found to ba-edit-7.
            string "RUNS " delimited by size
                function trim(ba-edit-7) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- SUITEANI: CONTROL, REPORT, THRESHOLD
      *** (minimum coverage percent, none by default), COVREPORT
        run-suiteani section.
            move "CONTROL" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ua-control-path.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to ua-report-path.
            move "THRESHOLD" to ba-want-key.
            perform get-card-value.
            move 0 to ua-coverage-threshold.
            if ba-value not = spaces
                move function numval(ba-value) to ua-coverage-threshold
            end-if
            move "COVREPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to ua-coverage-report-path.

            move 0 to ua-cases-total.
            move 0 to ua-cases-passed.
            move 0 to ua-cases-failed.
            call "suiteani" using by reference
                ua-control-path ua-report-path
                ua-cases-total ua-cases-passed ua-cases-failed
                ua-status
                ua-coverage-threshold ua-coverage-report-path
                ua-coverage-percent
            end-call

            move return-code to ba-step-rc.
            move ua-status to ba-step-status.
            move ua-cases-total to ba-edit-7.
            move ua-cases-passed to ba-edit-7b.
            move ua-cases-failed to ba-edit-7c.
            string "CASES " delimited by size
                function trim(ba-edit-7) delimited by size
                "  PASSED " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  FAILED " delimited by size
                function trim(ba-edit-7c) delimited by size
                into ba-step-counts
            end-string
            if ua-coverage-threshold > 0
                move ua-coverage-percent to ba-edit-pct
                move ba-step-counts to ba-counts-work
                move spaces to ba-step-counts
                string function trim(ba-counts-work) delimited by size
                    "  COVERAGE " delimited by size
                    function trim(ba-edit-pct) delimited by size
                    "%" delimited by size
                    into ba-step-counts
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- PURGEANI: FILE, RUN, AGE, COPY, END (run end
      *** status)
        run-purgeani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ga-filename.
            move "RUN" to ba-want-key.
            perform get-card-value.
            move ba-value to ga-run-id.
            move "AGE" to ba-want-key.
            perform get-card-value.
            move 0 to ga-age-days.
            if ba-value not = spaces
                move function numval(ba-value) to ga-age-days
            end-if
            move "COPY" to ba-want-key.
            perform get-card-value.
            move ba-value to ga-copy-out-path.
            move "END" to ba-want-key.
            perform get-card-value.
            move ba-value to ga-end-status.

            move 0 to ga-runs-purged.
            move 0 to ga-records-purged.
            move 0 to ga-records-copied.
            call "purgeani" using by reference
                ga-filename ga-run-id ga-age-days ga-copy-out-path
                ga-runs-purged ga-records-purged ga-records-copied
                ga-status ga-end-status
            end-call

            move return-code to ba-step-rc.
            move ga-status to ba-step-status.
            move ga-runs-purged to ba-edit-7.
            move ga-records-purged to ba-edit-7b.
            move ga-records-copied to ba-edit-7c.
            string "RUNS " delimited by size
                function trim(ba-edit-7) delimited by size
                "  PURGED " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  COPIED " delimited by size
                function trim(ba-edit-7c) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- VALIDANI: FILE, REPORT
        run-validani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to va-filename.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to va-report-path.

            move 0 to va-first-seqno.
            move 0 to va-last-seqno.
            move 0 to va-total-records.
            move 0 to va-missing-count.
            move 0 to va-badtype-count.
            move 0 to va-incomplete-runs.
            move 0 to va-interventions.
            call "validani" using by reference
                va-filename va-report-path
                va-first-seqno va-last-seqno
                va-total-records va-missing-count
                va-badtype-count va-status
                va-incomplete-runs va-interventions
            end-call

            move return-code to ba-step-rc.
            move va-status to ba-step-status.
            move va-total-records to ba-edit-7.
            move va-missing-count to ba-edit-7b.
            move va-badtype-count to ba-edit-7c.
            move va-incomplete-runs to ba-edit-7d.
            move 1 to ba-parse-ptr.
            string "RECORDS " delimited by size
                function trim(ba-edit-7) delimited by size
                "  MISSING " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  BADTYPE " delimited by size
                function trim(ba-edit-7c) delimited by size
                "  INCOMPLETE " delimited by size
                function trim(ba-edit-7d) delimited by size
                into ba-step-counts
                with pointer ba-parse-ptr
            end-string
      *     a trace the operator intervened in says so
            if va-interventions > 0
                move va-interventions to ba-edit-7d
                string "  INTERV " delimited by size
                    function trim(ba-edit-7d) delimited by size
                    into ba-step-counts
                    with pointer ba-parse-ptr
                end-string
            end-if

            continue.

      ***************************************************************
      *** ----------------- COMPARANI: FILEA, FILEB
        run-comparani section.
            move "FILEA" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ca-filename-a.
            move "FILEB" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ca-filename-b.

            move 0 to ca-first-divergent.
            move 0 to ca-matched-count.
            move 0 to ca-divergent-count.
            call "comparani" using by reference
                ca-filename-a ca-filename-b
                ca-first-divergent ca-matched-count
                ca-divergent-count ca-status
            end-call

            move return-code to ba-step-rc.
            move ca-status to ba-step-status.
            move ca-matched-count to ba-edit-7.
            move ca-divergent-count to ba-edit-7b.
            move ca-first-divergent to ba-edit-7c.
            string "MATCHED " delimited by size
                function trim(ba-edit-7) delimited by size
                "  DIVERGENT " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  FIRST-DIV " delimited by size
                function trim(ba-edit-7c) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- REPAIRANI: FILE, OUT, REJECT
        run-repairani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ra-in-path.
            move "OUT" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ra-out-path.
            move "REJECT" to ba-want-key.
            perform get-card-value.
            move ba-value to ra-reject-path.

            move 0 to ra-records-kept.
            move 0 to ra-badtype-dropped.
            move 0 to ra-dup-dropped.
            move 0 to ra-gap-count.
            call "repairani" using by reference
                ra-in-path ra-out-path ra-reject-path
                ra-records-kept ra-badtype-dropped ra-dup-dropped
                ra-gap-count ra-status
            end-call

            move return-code to ba-step-rc.
            move ra-status to ba-step-status.
            move ra-records-kept to ba-edit-7.
            move ra-badtype-dropped to ba-edit-7b.
            move ra-dup-dropped to ba-edit-7c.
            move ra-gap-count to ba-edit-7d.
            string "KEPT " delimited by size
                function trim(ba-edit-7) delimited by size
                "  BADTYPE " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  DUP " delimited by size
                function trim(ba-edit-7c) delimited by size
                "  GAPS " delimited by size
                function trim(ba-edit-7d) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- CONVANI: DIR (E export / I import),
      *** FILE, TEXT
        run-convani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to na-ani-path.
            move "TEXT" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to na-text-path.
            move "DIR" to ba-want-key.
            perform get-card-value.
            move function upper-case(ba-value(1:1)) to na-direction.
            if na-direction = space
                move "E" to na-direction
            end-if

            move 0 to na-converted-count.
            call "convani" using by reference
                na-direction na-ani-path na-text-path
                na-converted-count na-status
            end-call

            move return-code to ba-step-rc.
            move na-status to ba-step-status.
            move na-converted-count to ba-edit-7.
            string "CONVERTED " delimited by size
                function trim(ba-edit-7) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- TAILANI: FILE, POLL (seconds), COUNT
      *** (polls; a batch card should always give one, 0 polls
      *** until the job is cancelled), STALL (quiet polls before a
      *** stall alert), LOOP (statements in a tight loop before a
      *** loop alert), ALERTS (the alert file), ALERTSTOP=Y to end
      *** the step at the first alert
        run-tailani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ta-filename.
            move "POLL" to ba-want-key.
            perform get-card-value.
            move 0 to ta-poll-seconds.
            if ba-value not = spaces
                move function numval(ba-value) to ta-poll-seconds
            end-if
            move "COUNT" to ba-want-key.
            perform get-card-value.
            move 0 to ta-poll-count.
            if ba-value not = spaces
                move function numval(ba-value) to ta-poll-count
            end-if
            move "STALL" to ba-want-key.
            perform get-card-value.
            move 0 to ta-stall-polls.
            if ba-value not = spaces
                move function numval(ba-value) to ta-stall-polls
            end-if
            move "LOOP" to ba-want-key.
            perform get-card-value.
            move 0 to ta-loop-threshold.
            if ba-value not = spaces
                move function numval(ba-value) to ta-loop-threshold
            end-if
            move "ALERTS" to ba-want-key.
            perform get-card-value.
            move ba-value to ta-alert-path.
            move "ALERTSTOP" to ba-want-key.
            perform get-card-value.
            move function upper-case(ba-value(1:1))
                to ta-stop-on-alert.

            move 0 to ta-last-seqno.
            call "tailani" using by reference
                ta-filename ta-poll-seconds ta-poll-count
                ta-last-seqno ta-status ta-stall-polls
                ta-loop-threshold ta-alert-path ta-stop-on-alert
            end-call

            move return-code to ba-step-rc.
            move ta-status to ba-step-status.
            move ta-last-seqno to ba-edit-7.
            string "LAST-SEQNO " delimited by size
                function trim(ba-edit-7) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- XREFANI: MODULE, REPORT
        run-xrefani section.
            move "MODULE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to xa-module-name.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to xa-report-path.

            call "xrefani" using by reference
                xa-module-name xa-report-path xa-status
            end-call

            move return-code to ba-step-rc.
            move xa-status to ba-step-status.

            continue.

      ***************************************************************
      *** ----------------- HISTANI: FILE, REPORT, RUN
        run-histani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ha-filename.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to ha-report-path.
            move "RUN" to ba-want-key.
            perform get-card-value.
            move ba-value to ha-run-id-filter.

            move 0 to ha-variables-found.
            move 0 to ha-changes-found.
            call "histani" using by reference
                ha-filename ha-report-path ha-run-id-filter
                ha-variables-found ha-changes-found ha-status
            end-call

            move return-code to ba-step-rc.
            move ha-status to ba-step-status.
            move ha-variables-found to ba-edit-7.
            move ha-changes-found to ba-edit-7b.
            string "VARIABLES " delimited by size
                function trim(ba-edit-7) delimited by size
                "  CHANGES " delimited by size
                function trim(ba-edit-7b) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- FLOWANI: FILE, REPORT, RUN
        run-flowani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to fa-filename.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to fa-report-path.
            move "RUN" to ba-want-key.
            perform get-card-value.
            move ba-value to fa-run-id-filter.

            move 0 to fa-paragraphs-entered.
            move 0 to fa-entries-found.
            call "flowani" using by reference
                fa-filename fa-report-path fa-run-id-filter
                fa-paragraphs-entered fa-entries-found fa-status
            end-call

            move return-code to ba-step-rc.
            move fa-status to ba-step-status.
            move fa-paragraphs-entered to ba-edit-7.
            move fa-entries-found to ba-edit-7b.
            string "PARAGRAPHS " delimited by size
                function trim(ba-edit-7) delimited by size
                "  ENTRIES " delimited by size
                function trim(ba-edit-7b) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- COVERANI: LIST (trace list or suiteani
      *** control file), REPORT
        run-coverani section.
            move "LIST" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to co-list-path.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to co-report-path.

            move 0 to co-cases-read.
            move 0 to co-lines-executable.
            move 0 to co-lines-executed.
            move 0 to co-coverage-percent.
            call "coverani" using by reference
                co-list-path co-report-path
                co-cases-read co-lines-executable co-lines-executed
                co-coverage-percent co-status
            end-call

            move return-code to ba-step-rc.
            move co-status to ba-step-status.
            move co-cases-read to ba-edit-7.
            move co-lines-executed to ba-edit-7b.
            move co-lines-executable to ba-edit-7c.
            move co-coverage-percent to ba-edit-pct.
            string "CASES " delimited by size
                function trim(ba-edit-7) delimited by size
                "  LINES " delimited by size
                function trim(ba-edit-7b) delimited by size
                "/" delimited by size
                function trim(ba-edit-7c) delimited by size
                "  COVERAGE " delimited by size
                function trim(ba-edit-pct) delimited by size
                "%" delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- DELTAANI: BASELINE, CANDIDATE, BASERUN,
      *** CANDRUN (run ids, all runs by default), PERCENT, ABSOLUTE
      *** (thresholds, 0 by default), REPORT
        run-deltaani section.
            move "BASELINE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to da-baseline-path.
            move "CANDIDATE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to da-candidate-path.
            move "BASERUN" to ba-want-key.
            perform get-card-value.
            move ba-value to da-baseline-run-id.
            move "CANDRUN" to ba-want-key.
            perform get-card-value.
            move ba-value to da-candidate-run-id.
            move "PERCENT" to ba-want-key.
            perform get-card-value.
            move 0 to da-threshold-percent.
            if ba-value not = spaces
                move function numval(ba-value) to da-threshold-percent
            end-if
            move "ABSOLUTE" to ba-want-key.
            perform get-card-value.
            move 0 to da-threshold-absolute.
            if ba-value not = spaces
                move function numval(ba-value) to da-threshold-absolute
            end-if
            move "REPORT" to ba-want-key.
            perform get-card-value.
            move ba-value to da-report-path.

            call "deltaani" using by reference
                da-baseline-path da-candidate-path
                da-baseline-run-id da-candidate-run-id
                da-threshold-percent da-threshold-absolute
                da-report-path
                da-lines-only-baseline da-lines-only-candidate
                da-lines-beyond da-status
            end-call

            move return-code to ba-step-rc.
            move da-status to ba-step-status.
            move da-lines-only-baseline to ba-edit-7.
            move da-lines-only-candidate to ba-edit-7b.
            move da-lines-beyond to ba-edit-7c.
            string "ONLY BASE " delimited by size
                function trim(ba-edit-7) delimited by size
                "  ONLY CAND " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  CHANGED " delimited by size
                function trim(ba-edit-7c) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- CATANI: REPORT, CATALOG (the one named by
      *** COB_ANIM_CATALOG by default), PROGRAM, FROM, TO (dates
      *** yyyymmdd), STATUS, RECONCILE (Y runs the reconcile pass),
      *** LIST (the files to check for a catalog entry)
        run-catani section.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ka-report-path.
            move "CATALOG" to ba-want-key.
            perform get-card-value.
            move ba-value to ka-catalog-path.
            move "PROGRAM" to ba-want-key.
            perform get-card-value.
            move ba-value to ka-select-program.
            move "FROM" to ba-want-key.
            perform get-card-value.
            move 0 to ka-select-date-from.
            if ba-value not = spaces
                move function numval(ba-value) to ka-select-date-from
            end-if
            move "TO" to ba-want-key.
            perform get-card-value.
            move 0 to ka-select-date-to.
            if ba-value not = spaces
                move function numval(ba-value) to ka-select-date-to
            end-if
            move "STATUS" to ba-want-key.
            perform get-card-value.
            move function upper-case(ba-value) to ka-select-status.
            move "RECONCILE" to ba-want-key.
            perform get-card-value.
            move function upper-case(ba-value) to ka-reconcile-flag.
            move "LIST" to ba-want-key.
            perform get-card-value.
            move ba-value to ka-reconcile-list-path.

            call "catani" using by reference
                ka-catalog-path ka-report-path
                ka-select-program ka-select-date-from
                ka-select-date-to ka-select-status
                ka-reconcile-flag ka-reconcile-list-path
                ka-entries-listed ka-files-gone
                ka-files-uncatalogued ka-status
            end-call

            move return-code to ba-step-rc.
            move ka-status to ba-step-status.
            move ka-entries-listed to ba-edit-7.
            move ka-files-gone to ba-edit-7b.
            move ka-files-uncatalogued to ba-edit-7c.
            string "LISTED " delimited by size
                function trim(ba-edit-7) delimited by size
                "  GONE " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  UNCATALOGUED " delimited by size
                function trim(ba-edit-7c) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- LISTANI: MODULE, LISTING, PROFILE (a
      *** profile report), COVERAGE (a coverage listing), BREAKPOINTS
      *** (COB_BREAKPOINT_FILE's list by default), XREF (the work
      *** file for the cross-reference, gc-xref.rpt by default)
        run-listani section.
            move "MODULE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to la-module-name.
            move "LISTING" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to la-listing-path.
            move "PROFILE" to ba-want-key.
            perform get-card-value.
            move ba-value to la-profile-path.
            move "COVERAGE" to ba-want-key.
            perform get-card-value.
            move ba-value to la-coverage-path.
            move "BREAKPOINTS" to ba-want-key.
            perform get-card-value.
            move ba-value to la-breakpoint-path.
            move "XREF" to ba-want-key.
            perform get-card-value.
            move ba-value to la-xref-path.

            call "listani" using by reference
                la-module-name la-listing-path la-profile-path
                la-coverage-path la-breakpoint-path la-xref-path
                la-lines-listed la-lines-executed la-lines-never
                la-status
            end-call

            move return-code to ba-step-rc.
            move la-status to ba-step-status.
            move la-lines-listed to ba-edit-7.
            move la-lines-executed to ba-edit-7b.
            move la-lines-never to ba-edit-7c.
            string "LINES " delimited by size
                function trim(ba-edit-7) delimited by size
                "  EXECUTED " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  NEVER " delimited by size
                function trim(ba-edit-7c) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- MERGEANI: LIST (the ani files, one per
      *** line), TARGET (must not exist yet), REPORT, MAP (the run
      *** id mapping log, none by default)
        run-mergeani section.
            move "LIST" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ma-list-path.
            move "TARGET" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ma-target-path.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ma-report-path.
            move "MAP" to ba-want-key.
            perform get-card-value.
            move ba-value to ma-mapping-log-path.

            call "mergeani" using by reference
                ma-list-path ma-target-path ma-report-path
                ma-mapping-log-path ma-files-merged ma-runs-merged
                ma-runs-renamed ma-records-in ma-records-out
                ma-status
            end-call

            move return-code to ba-step-rc.
            move ma-status to ba-step-status.
            move ma-files-merged to ba-edit-7.
            move ma-runs-merged to ba-edit-7b.
            move ma-records-out to ba-edit-9.
            move ma-runs-renamed to ba-edit-7d.
            string "FILES " delimited by size
                function trim(ba-edit-7) delimited by size
                "  RUNS " delimited by size
                function trim(ba-edit-7b) delimited by size
                "  RENAMED " delimited by size
                function trim(ba-edit-7d) delimited by size
                "  RECORDS " delimited by size
                function trim(ba-edit-9) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- IOANI: FILE, REPORT, RUN (one run id)
        run-ioani section.
            move "FILE" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ia-filename.
            move "REPORT" to ba-want-key.
            perform get-card-value.
            if ba-value = spaces
                perform missing-keyword
                exit section
            end-if
            move ba-value to ia-report-path.
            move "RUN" to ba-want-key.
            perform get-card-value.
            move ba-value to ia-run-id-filter.

            call "ioani" using by reference
                ia-filename ia-report-path ia-run-id-filter
                ia-files-reported ia-io-records ia-files-left-open
                ia-status
            end-call

            move return-code to ba-step-rc.
            move ia-status to ba-step-status.
            move ia-files-reported to ba-edit-7.
            move ia-io-records to ba-edit-9.
            move ia-files-left-open to ba-edit-7b.
            string "FILES " delimited by size
                function trim(ba-edit-7) delimited by size
                "  I/O RECORDS " delimited by size
                function trim(ba-edit-9) delimited by size
                "  LEFT OPEN " delimited by size
                function trim(ba-edit-7b) delimited by size
                into ba-step-counts
            end-string

            continue.

      ***************************************************************
      *** ----------------- one step-log line per card
        write-step-line section.
            if not step-log-is-open
                exit section
            end-if

            move ba-step-no to ld-step.
            move ba-utility to ld-utility.
            move ba-step-rc to ld-rc.
            move ba-step-status to ld-status.
            move ba-step-result to ld-result.
            move ba-step-counts to ld-counts.
            write step-log-line from log-detail-line end-write.

            continue.
