      ** a summary of first/last seqno and total records, with a   **
      ** nonzero return code when the file fails -- so a batch job **
      ** can reject a bad trace before anyone reads the report.    **
      ** Every run header must be matched by its run's trailer     **
      ** (type "T", see animod.cob's ani-trl-rec); a run without   **
      ** one -- abended, cancelled, or still being written -- is   **
      ** listed as incomplete and counted, without failing the     **
      ** file, since its records are sound as far as they go. A    **
      ** run rolled over into the next segment is judged there.    **
      ** Operator interventions (type "U": a data item changed, or **
      ** the next statement moved, in the debugger) are listed and **
      ** counted too -- the file is sound, the run it belongs to   **
      ** is not a clean run, and the caller decides what that      **
      ** means.                                                    **
      ** The verdict and the record and segment counts are also    **
      ** entered in the trace catalog (see catmod.cob).            **
      ** Return code: 0 file is sound, 1 validation failed,        **
      ** 2 the file could not be opened.                           **
      ***************************************************************
      *             chain headers lead the numbered continuation
      *             files a long trace rolls over into
                    88 ani-chainhdr               value "L".
      *             run trailers close every run the writer saw end
                    88 ani-runtrl                 value "T".
      *             assertion violations recorded by the animator
                    88 ani-assert                 value "A".
      *             operator interventions (see animod.cob's
      *             ani-aud-rec)
                    88 ani-audit                  value "U".
      *             recording-window markers (see animod.cob's
      *             ani-win-rec)
                    88 ani-window                 value "W".
      *             file I/O activity (see animod.cob's ani-io-rec)
                    88 ani-io                     value "F".
      *             post-mortem data dumps (see animod.cob's
      *             ani-dmp-rec)
                    88 ani-dump                   value "M".
                03  ani-condition                 pic x.
                03  ani-area-ab                   pic x(75).
      *         module and source line stamped by the writer (see
                03  ani-bw                        pic 9.
                03  ani-seqno6                    pic 9(6).
                03  filler                        pic x(112).
      *     run header and trailer views: the run id sits in the
      *     same place in both
            01  ani-hdr.
                03  filler                        pic x(8).
                03  anih-run-id                   pic x(8).
                03  filler                        pic x(103).
      *     operator-intervention view
            01  ani-aud.
                03  filler                        pic x(8).
                03  aniu-condition                pic x.
                03  aniu-user                     pic x(8).
                03  filler                        pic x(14).
                03  aniu-var-name                 pic x(17).
                03  filler                        pic x(71).

            fd  valid-report.
            01  valid-report-line                 pic x(132).
            01 report-open-flag pic x value "N".
                88 report-is-open value "Y".

      *     the current segment's run headers and trailers; a run is
      *     complete when a trailer falls behind its header (the
      *     header with the highest seqno not above the trailer's)
            01 run-hdr-count pic 9(3).
            01 run-hdr-tbl.
                05 run-hdr-entry occurs 200.
                    10 run-hdr-seqno pic 9(6).
                    10 run-hdr-id pic x(8).
                    10 run-hdr-closed pic x.
            01 run-trl-count pic 9(3).
            01 run-trl-tbl.
                05 run-trl-seqno pic 9(6) occurs 200.
            01 run-scan pic 9(3).
            01 run-hdr-scan pic 9(3).
            01 run-best pic 9(3).
            01 run-report-segment pic 9(3).
      *     the last run of a segment left open: when the next
      *     segment opens with the same run id, the run rolled over
      *     and is judged there
            01 run-pending-id pic x(8) value spaces.
            01 run-pending-seqno pic 9(6).
            01 run-pending-segment pic 9(3).
            01 incomplete-line.
                05 filler pic x(15) value "INCOMPLETE RUN ".
                05 il-run-id pic x(8).
                05 filler pic x(13) value "  HEADER AT  ".
                05 il-seqno pic z(5)9.
                05 il-segment-text pic x(9).
                05 il-segment pic z(2)9 blank when zero.

            01 summary-line-1.
                05 filler pic x(14) value "FIRST SEQNO:  ".
                05 sl-first pic z(5)9.
            01 summary-line-6.
                05 filler pic x(9) value "VERDICT: ".
                05 sl-verdict pic x(20).
            01 summary-line-7.
                05 filler pic x(17) value "INCOMPLETE RUNS: ".
                05 sl-incomplete pic z(4)9.
            01 summary-line-8.
                05 filler pic x(17) value "INTERVENTIONS:   ".
                05 sl-interventions pic z(4)9.
            01 intervention-line.
                05 filler pic x(21) value "INTERVENTION AT SEQNO".
                05 iv-seqno pic z(5)9.
                05 filler pic x(6) value ", BY: ".
                05 iv-user pic x(8).
                05 filler pic x(8) value ", ITEM: ".
                05 iv-var-name pic x(17).
            01 dup-line.
                05 filler pic x(14) value "DUPLICATES:   ".
                05 dup-line-count pic z(6)9.
                05 filler pic x(8) value ", TYPE: ".
                05 bt-type pic x.

      *     trace catalog interface (see catmod.cob): the verdict
      *     and the chain's record and segment counts go to every
      *     catalog entry of the file
            01 cat-ifc.
                03 cat-action pic x.
                03 cat-status pic 99.
                03 cat-data.
                    05 cat-path pic x(256).
                    05 cat-run-id pic x(8).
                    05 cat-program pic x(30).
                    05 cat-date pic 9(8).
                    05 cat-time pic 9(6).
                    05 cat-statements pic 9(9).
                    05 cat-end-reason pic x(10).
                    05 cat-records pic 9(9).
                    05 cat-segments pic 9(3).
                    05 cat-valid-status pic x.
                    05 cat-other-path pic x(256).

        linkage section.
            01 filename pic x(256).
      *     spaces = no readable report file is written; the counts
                88 validation-passed             value "V".
                88 validation-failed             value "F".
                88 validation-error              value "E".
      *     runs with a header but no trailer (reported, not failed)
            01 incomplete-runs pic 9(5).
      *     operator-intervention records (reported, not failed)
            01 interventions pic 9(5).

        procedure division using by reference
            filename valid-report-path
            first-seqno last-seqno total-records
            missing-count badtype-count validation-status
            incomplete-runs interventions.

            move 0 to first-seqno.
            move 0 to last-seqno.
            move 0 to missing-count.
            move 0 to badtype-count.
            move 0 to dup-count.
            move 0 to incomplete-runs.
            move 0 to interventions.
            move spaces to run-pending-id.
            move "N" to eof-flag.
            move "N" to report-open-flag.
            set validation-passed to true.
            open input ani.
            if ani-status not = 0
                set validation-error to true
                perform catalog-verdict
                move 2 to return-code
                goback
            end-if
            perform validate-one-segment
                until chain-done-flag = 1

      *     a run still open at the end of the chain never finished
            if run-pending-id not = spaces
                move run-pending-id to il-run-id
                move run-pending-seqno to il-seqno
                move run-pending-segment to run-report-segment
                perform report-incomplete-run
            end-if

            if report-is-open
                move first-seqno to sl-first
                write valid-report-line from summary-line-1 end-write
                    write valid-report-line from dup-line end-write
                end-if

                move incomplete-runs to sl-incomplete
                write valid-report-line from summary-line-7 end-write
                move interventions to sl-interventions
                write valid-report-line from summary-line-8 end-write

                if validation-passed
                    move "FILE IS SOUND" to sl-verdict
                else
                close valid-report
            end-if

            perform catalog-verdict.

            if validation-passed
                move 0 to return-code
            else

        goback.

      ***************************************************************
      *** ----------------- the verdict into the trace catalog
        catalog-verdict section.
            move spaces to cat-data.
            move "V" to cat-action.
            move filename to cat-path.
            move 0 to cat-date.
            move 0 to cat-time.
            move 0 to cat-statements.
            move total-records to cat-records.
            move chain-segment-no to cat-segments.
            move validation-status to cat-valid-status.
            call "catmod" using cat-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- one segment of the chain: the usual read
      *** loop, completeness judged on this segment's own sequence
            move 0 to file-first.
            move 0 to file-last.
            move 0 to file-total.
            move 0 to run-hdr-count.
            move 0 to run-trl-count.

            perform until file-at-end
                read ani next record
                        end-if
                    end-if

                    if ani-runhdr and run-hdr-count < 200
                        add 1 to run-hdr-count end-add
                        move ani-seqno6 to run-hdr-seqno(run-hdr-count)
                        move anih-run-id to run-hdr-id(run-hdr-count)
                        move "N" to run-hdr-closed(run-hdr-count)
                    end-if
                    if ani-runtrl and run-trl-count < 200
                        add 1 to run-trl-count end-add
                        move ani-seqno6 to run-trl-seqno(run-trl-count)
                    end-if
                    if ani-audit
                        add 1 to interventions end-add
                        if report-is-open
                            move ani-seqno6 to iv-seqno
                            move aniu-user to iv-user
                            move aniu-var-name to iv-var-name
                            write valid-report-line
                                from intervention-line end-write
                        end-if
                    end-if

                    if not ani-data and not ani-proc
                    and not ani-runhdr and not ani-repairhdr
                    and not ani-var and not ani-chainhdr
                    and not ani-runtrl and not ani-assert
                    and not ani-audit and not ani-window
                    and not ani-io and not ani-dump
                        add 1 to badtype-count end-add
                        set validation-failed to true

                end-if
            end-if

            perform check-segment-runs.

      *     the chain's first seqno is the base file's, its last the
      *     latest segment's
            if chain-segment-no = 0
            end-string

            continue.

      ***************************************************************
      *** ----------------- close each of the segment's runs with the
      *** trailers found behind them; a run left open is incomplete,
      *** except the segment's last one, which may carry on in the
      *** next segment under the same run id
        check-segment-runs section.
      *     headers and trailers are never weight-stamped, so they
      *     come back in sequence-number order within weight 0
            perform varying run-scan from 1 by 1
                    until run-scan > run-trl-count
                move 0 to run-best
                perform varying run-hdr-scan from 1 by 1
                        until run-hdr-scan > run-hdr-count
                    if run-hdr-seqno(run-hdr-scan)
                            <= run-trl-seqno(run-scan)
                        move run-hdr-scan to run-best
                    end-if
                end-perform
                if run-best > 0
                    move "Y" to run-hdr-closed(run-best)
                end-if
            end-perform

      *     the run carried over from the previous segment goes on
      *     here when this segment opens with its run id
            if run-pending-id not = spaces
                if run-hdr-count > 0
                and run-hdr-id(1) = run-pending-id
                    continue
                else
                    move run-pending-id to il-run-id
                    move run-pending-seqno to il-seqno
                    move run-pending-segment to run-report-segment
                    perform report-incomplete-run
                end-if
                move spaces to run-pending-id
            end-if

            perform varying run-scan from 1 by 1
                    until run-scan > run-hdr-count
                if run-hdr-closed(run-scan) = "N"
                    if run-scan = run-hdr-count
                        move run-hdr-id(run-scan) to run-pending-id
                        move run-hdr-seqno(run-scan)
                            to run-pending-seqno
                        move chain-segment-no to run-pending-segment
                    else
                        move run-hdr-id(run-scan) to il-run-id
                        move run-hdr-seqno(run-scan) to il-seqno
                        move chain-segment-no to run-report-segment
                        perform report-incomplete-run
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
        report-incomplete-run section.
            add 1 to incomplete-runs end-add.

            if report-is-open
                move spaces to il-segment-text
                move run-report-segment to il-segment
                if run-report-segment > 0
                    move "  SEGMENT" to il-segment-text
                end-if
                write valid-report-line from incomplete-line end-write
            end-if

            continue.
