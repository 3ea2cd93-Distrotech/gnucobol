      ** A record belongs to the run whose header has the highest   **
      ** sequence number not above the record's own (see            **
      ** printani.cob). "V" records are data flow, not statements,  **
      ** and count as records but not as lines. The run's trailer   **
      ** (type "T") gives its END reason and the program's return   **
      ** code; a run without one shows INCOMPLETE. A run the        **
      ** operator intervened in from the debugger (type "U": a data **
      ** item changed, or the next statement moved) shows how many  **
      ** times, and is flagged TAINTED; those records are neither   **
      ** records nor lines of the run.                              **
      ** Return code: 0 report written, 1 no run headers in the     **
      ** file, 2 a file could not be opened.                        **
      ***************************************************************
                    88 ani-runhdr                 value "H".
                    88 ani-repairhdr              value "R".
                    88 ani-var                    value "V".
                    88 ani-runtrl                 value "T".
                    88 ani-audit                  value "U".
                    88 ani-window                 value "W".
                03  ani-condition                 pic x.
                03  ani-area-ab                   pic x(75).
                03  ani-module                    pic x(30).
                03  anih-program                  pic x(30).
                03  filler                        pic x(24).
                03  filler                        pic x(35).
      *     run trailer (see animod.cob's ani-trl-rec)
            01  ani-trl.
                03  filler                        pic x(8).
                03  anit-run-id                   pic x(8).
                03  anit-end-date                 pic 9(8).
                03  anit-end-time                 pic 9(6).
                03  anit-stmt-count               pic 9(9).
                03  anit-reason                   pic x(10).
                03  anit-program-rc               pic s9(4)
                                    sign is leading separate.
                03  filler                        pic x(65).

            fd  stat-report.
            01  stat-report-line                  pic x(132).
                    10 st-run-bp-hits pic 9(7).
                    10 st-run-first pic 9(6).
                    10 st-run-last pic 9(6).
      *             from the run's trailer; INCOMPLETE when it has none
                    10 st-run-end pic x(10).
                    10 st-run-rc pic s9(4).
      *             operator interventions ("U" records) in the run
                    10 st-run-interv pic 9(5).

      *     one entry per distinct executed source line, with a
      *     seen-flag per run
                05 filler pic x(20) value "RUN       DATE      ".
                05 filler pic x(28)
                    value "TIME    RECORDS  BP-HITS  ".
                05 filler pic x(14) value "FIRST    LAST".
                05 filler pic x(12) value "END".
                05 filler pic x(5) value "   RC".
                05 filler pic x(10) value "  INTERV  ".
                05 filler pic x(4) value "FLAG".
            01 run-detail-line.
                05 rd-run-id pic x(8).
                05 filler pic x(2) value spaces.
                05 rd-first pic z(5)9.
                05 filler pic x(2) value spaces.
                05 rd-last pic z(5)9.
                05 filler pic x(2) value spaces.
                05 rd-end pic x(10).
                05 filler pic x(2) value spaces.
                05 rd-rc pic -(4)9.
                05 filler pic x(2) value spaces.
                05 rd-interv pic z(5)9.
                05 filler pic x(2) value spaces.
                05 rd-flag pic x(7).
            01 all-runs-line.
                05 filler pic x(29)
                    value "LINES EXECUTED IN EVERY RUN: ".
                    move 0 to st-run-bp-hits(st-run-count)
                    move 0 to st-run-first(st-run-count)
                    move 0 to st-run-last(st-run-count)
                    move "INCOMPLETE" to st-run-end(st-run-count)
                    move 0 to st-run-rc(st-run-count)
                    move 0 to st-run-interv(st-run-count)
                end-if
            end-perform

                    at end set file-at-end to true
                end-read

      *         a trailer closes its run and is not counted as one
      *         of the run's records
                if not file-at-end
                and ani-runtrl
                    perform attribute-record
                    if st-record-run > 0
                        move anit-reason to st-run-end(st-record-run)
                        move anit-program-rc
                            to st-run-rc(st-record-run)
                    end-if
                end-if

      *         so does an operator intervention: it taints the
      *         run it falls in
                if not file-at-end
                and ani-audit
                    perform attribute-record
                    if st-record-run > 0
                        add 1 to st-run-interv(st-record-run)
                        end-add
                    end-if
                end-if

                if not file-at-end
                and not ani-runhdr
                and not ani-runtrl
                and not ani-audit
                and not ani-window
                and ani-seqno6 > 0
                    perform attribute-record

                move st-run-bp-hits(st-scan) to rd-bp-hits
                move st-run-first(st-scan) to rd-first
                move st-run-last(st-scan) to rd-last
                move st-run-end(st-scan) to rd-end
                move st-run-rc(st-scan) to rd-rc
                if st-run-end(st-scan) = "INCOMPLETE"
                    move spaces to run-detail-line(75:5)
                end-if
                move st-run-interv(st-scan) to rd-interv
                if st-run-interv(st-scan) > 0
                    move "TAINTED" to rd-flag
                end-if
                write stat-report-line from run-detail-line
                    end-write
            end-perform
