      ** and matched/divergent counts, plus suite totals -- so the  **
      ** job stream branches on a single return code.               **
      ** A case passes only when its candidate validates AND the    **
      ** pair compares equal. A candidate run the operator changed  **
      ** data in, or moved the next statement of, in the debugger   **
      ** (validani counts these interventions) is tainted: it can   **
      ** prove nothing about the program, and the case fails.       **
      ** With a coverage threshold given, the candidates' combined  **
      ** statement coverage is measured by coverani over the same   **
      ** control file, and a suite below the threshold fails even   **
      ** when every case passed.                                    **
      ** Return code: 0 every case passed, 1 at least one failed    **
      ** or coverage fell short, 2 the control file could not be    **
      ** opened.                                                    **
      ***************************************************************

        environment division.
                88 su-validation-passed           value "V".
                88 su-validation-failed           value "F".
                88 su-validation-error            value "E".
            01 su-val-incomplete-runs             pic 9(5).
            01 su-val-interventions               pic 9(5).

            01 su-cmp-first-divergent             pic 9(7).
            01 su-cmp-matched-count               pic 9(7).
                88 su-compare-error               value "E".

            77 su-case-pass-flag                  pic 9.
            77 su-cases-tainted                   pic 9(4) value 0.

      *     coverani's linkage (see coverani.cob)
            01 su-cov-cases-read                  pic 9(4).
            01 su-cov-executable                  pic 9(7).
            01 su-cov-executed                    pic 9(7).
            01 su-cov-status                      pic x.
                88 su-coverage-done               value "C".
            01 su-coverage-short                  pic 9 value 0.

            01 report-header-1 pic x(28)
                value "REGRESSION SUITE RUN REPORT ".
                05 rf-passed pic z(3)9.
                05 filler pic x(9) value "  FAILED:".
                05 rf-failed pic z(3)9.
                05 filler pic x(10) value "  TAINTED:".
                05 rf-tainted pic z(3)9.
            01 coverage-footer.
                05 filler pic x(10) value "COVERAGE: ".
                05 cf-percent pic zz9.9.
                05 filler pic x(14) value "%  THRESHOLD: ".
                05 cf-threshold pic zz9.
                05 filler pic x(3) value "%  ".
                05 cf-verdict pic x(20).

        linkage section.
            01 control-file-path                  pic x(256).
                88 suite-passed                   value "P".
                88 suite-failed                   value "F".
                88 suite-error                    value "E".
      *     minimum overall statement coverage in percent over the
      *     candidate traces; 0 = coverage is not measured
            01 coverage-threshold                 pic 9(3).
      *     spaces = coverani writes no listing of its own
            01 coverage-report-path               pic x(256).
            01 coverage-percent                   pic 9(3)v9.

        procedure division using by reference
            control-file-path suite-report-path
            cases-total cases-passed cases-failed suite-status
            coverage-threshold coverage-report-path
            coverage-percent.

            move 0 to cases-total.
            move 0 to cases-passed.
            move 0 to cases-failed.
            move 0 to su-cases-tainted.
            move 0 to coverage-percent.
            move 0 to su-coverage-short.
            move "N" to control-eof-flag.
            move "N" to report-open-flag.
            set suite-passed to true.

            close control-file.

            if coverage-threshold > 0
                perform measure-suite-coverage
            end-if

            if report-is-open
                move cases-total to rf-total
                move cases-passed to rf-passed
                move cases-failed to rf-failed
                move su-cases-tainted to rf-tainted
                write suite-report-line from report-footer end-write
                if coverage-threshold > 0
                    move coverage-percent to cf-percent
                    move coverage-threshold to cf-threshold
                    if su-coverage-short = 1
                        move "BELOW THRESHOLD" to cf-verdict
                    else
                        move "MET" to cf-verdict
                    end-if
                    write suite-report-line from coverage-footer
                        end-write
                end-if
                close suite-report
            end-if

            if cases-failed > 0 or su-coverage-short = 1
                set suite-failed to true
                move 1 to return-code
            else
            move 0 to su-val-total-records.
            move 0 to su-val-missing-count.
            move 0 to su-val-badtype-count.
            move 0 to su-val-incomplete-runs.
            move 0 to su-val-interventions.

            call "validani" using by reference
                su-candidate-path su-val-report-path
                su-val-first-seqno su-val-last-seqno
                su-val-total-records su-val-missing-count
                su-val-badtype-count su-val-status
                su-val-incomplete-runs su-val-interventions
            end-call

            move 0 to su-cmp-first-divergent.

            move 0 to su-case-pass-flag.
            if su-validation-passed and su-compare-matched
            and su-val-interventions = 0
                move 1 to su-case-pass-flag
            end-if

            if su-validation-passed and su-val-interventions > 0
                add 1 to su-cases-tainted end-add
            end-if

            if su-case-pass-flag = 1
                add 1 to cases-passed end-add
            else

            continue.

      ***************************************************************
      *** ----------------- combined coverage of the candidates, read
      *** by coverani from this same control file; no figure at all
      *** (the traces could not be read) falls short as well
        measure-suite-coverage section.
            move 0 to su-cov-cases-read.
            move 0 to su-cov-executable.
            move 0 to su-cov-executed.

            call "coverani" using by reference
                control-file-path coverage-report-path
                su-cov-cases-read su-cov-executable su-cov-executed
                coverage-percent su-cov-status
            end-call

            if not su-coverage-done
            or coverage-percent < coverage-threshold
                move 1 to su-coverage-short
            end-if

            continue.

      ***************************************************************
      *** ----------------- one consolidated report line per case
        write-case-line section.
            move su-case-name(1:20) to rd-case.

            evaluate true
                when su-validation-passed and su-val-interventions > 0
                    move "TAINTED" to rd-valid
                when su-validation-passed
                    move "SOUND" to rd-valid
                when su-validation-failed
