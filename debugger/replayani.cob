      ** misbehaving overnight job can be replayed the next morning **
      ** without rerunning it. Run headers (type "H", see           **
      ** animod.cob's ani-hdr-rec) partition a multi-run file, and  **
      ** the run to replay is picked from them on entry. A run      **
      ** recorded in windows (type "W" markers, see animod.cob's    **
      ** ani-win-rec) can be replayed one window at a time: the W   **
      ** command lists the run's windows and confines the replay to **
      ** the one picked.                                            **
      ** The watched-variable changes the run recorded (type "V",   **
      ** see animod.cob's ani-var-rec) feed a variable pane over    **
      ** the top right of the codelines, like the live animator's   **
      ** watch pane. The writer notices a change once the next      **
      ** statement's record is out, so a V record follows the       **
      ** statement after the one that made the change. Each value   **
      ** is rebuilt as of the current position: the latest change   **
      ** recorded before the next statement, or failing that the    **
      ** value the first change after it set out from -- so it      **
      ** stays right stepping back as well as forward. N <var> /    **
      ** P <var> jump to the statement that made the next /         **
      ** previous change of a variable (the statement before the    **
      ** one its V record follows, histani.cob's SET BY), a bare N  **
      ** or P repeats the last one, and V <var> pins a variable to  **
      ** the top of the pane.                                       **
      ** A post-mortem dump (type "M", see animod.cob's             **
      ** ani-dmp-rec) reads as rows of level, item and value where  **
      ** the run stopped.                                           **
      ** All file access goes through animod ("A" open, "S"/"N"     **
      ** sweep, "R" keyed fetch), so the key layout -- breakpoint   **
      ** weight digit leading the 6-digit sequence number -- stays  **
                    05 rpl-anih-program           pic x(30).
                    05 filler                     pic x(24).
                    05 filler                     pic x(35).
                03 rpl-ani-win redefines rpl-ani-data.
                    05 filler                     pic x(7).
                    05 rpl-aniw-type              pic x.
                    05 rpl-aniw-event             pic x.
                    05 rpl-aniw-window-no         pic 9(4).
                    05 rpl-aniw-stmt-count        pic 9(9).
                    05 rpl-aniw-trigger           pic x(62).
                    05 filler                     pic x(35).
                03 rpl-ani-io redefines rpl-ani-data.
                    05 filler                     pic x(7).
                    05 rpl-anif-type              pic x.
                    05 rpl-anif-cond              pic x.
                    05 rpl-anif-operation         pic x(8).
                    05 rpl-anif-open-mode         pic x(6).
                    05 rpl-anif-file-name         pic x(30).
                    05 rpl-anif-status            pic x(2).
                    05 rpl-anif-status-field      pic x(29).
                    05 filler                     pic x(35).
                03 rpl-ani-var redefines rpl-ani-data.
                    05 filler                     pic x(7).
                    05 rpl-aniv-type              pic x.
                    05 rpl-aniv-cond              pic x.
                    05 rpl-aniv-var-name          pic x(25).
                    05 rpl-aniv-old-value         pic x(25).
                    05 rpl-aniv-new-value         pic x(25).
                    05 filler                     pic x(35).
                03 rpl-ani-dmp redefines rpl-ani-data.
                    05 filler                     pic x(7).
                    05 rpl-anid-type              pic x.
                    05 rpl-anid-cond              pic x.
                    05 rpl-anid-item-no           pic 9(3).
                    05 rpl-anid-level             pic 99.
                    05 rpl-anid-var-name          pic x(30).
                    05 rpl-anid-value             pic x(40).
                    05 filler                     pic x(35).

      *     per sequence number, the weight digit (+1, 0 meaning no
      *     record) of the record carrying it -- the same map the
            77 rpl-run-pick                       pic 9(3) value 0.
            77 rpl-run-id                         pic x(8) value spaces.

      *     recording windows collected in the pre-pass, from their
      *     opening and closing markers; a window still open when
      *     its run ended closes with the run. While a window is
      *     picked the replay bounds above are the window's, and
      *     the whole run's are kept here
            77 rpl-win-count                      pic 9(3) value 0.
            01 rpl-win-tbl.
                05 rpl-win-entry occurs 200.
                    10 rpl-win-no                 pic 9(4).
                    10 rpl-win-open               pic 9(6).
                    10 rpl-win-close              pic 9(6).
                    10 rpl-win-trigger            pic x(62).
            77 rpl-win-pick                       pic 9(3) value 0.
            77 rpl-win-scan                       pic 9(3).
            77 rpl-win-listed                     pic 9(3).
            77 rpl-whole-lo                       pic 9(6) value 1.
            77 rpl-whole-hi                       pic 9(6) value 999999.

      *     watched-variable changes collected in the pre-pass from
      *     the "V" records and sorted into execution order, with the
      *     variables they belong to; changes past the table's end
      *     are not loaded and the pane says so
            77 rpl-var-count                      pic 9(3) value 0.
            01 rpl-var-tbl.
                05 rpl-var-name occurs 200        pic x(25).
            77 rpl-chg-count                      pic 9(5) value 0.
            77 rpl-chg-overflow                   pic 9 value 0.
            01 rpl-chg-tbl.
                05 rpl-chg-entry occurs 0 to 20000
                        depending on rpl-chg-count.
                    10 rpl-chg-seqno              pic 9(6).
                    10 rpl-chg-var                pic 9(3).
                    10 rpl-chg-old                pic x(25).
                    10 rpl-chg-new                pic x(25).
            77 rpl-chg-ix                         pic 9(5).
            77 rpl-chg-after                      pic 9(5).
            77 rpl-var-ix                         pic 9(3).
            77 rpl-var-found                      pic 9(3).

      *     the variable pane: the run's variables in order of their
      *     first change, a pinned one moved to the top
            78 RPL-PANE-ROWS value 6.
            77 rpl-pane-count                     pic 9 value 0.
            01 rpl-pane-tbl.
                05 rpl-pane-var occurs 6          pic 9(3).
            77 rpl-pane-ix                        pic 9.
            77 rpl-pane-line                      pic 99.
            77 rpl-pane-state                     pic 9.
            77 rpl-pane-value                     pic x(25).
      *     the first statement record after the current position
      *     (past the replay bounds when there is none): the changes
      *     recorded ahead of it were made by then
            77 rpl-pane-limit                     pic 9(7).
            77 rpl-pane-text                      pic x(50).

      *     the N / P jump: the variable asked for last, and the
      *     statement that made the change being looked at
            77 rpl-seek-var                       pic 9(3) value 0.
            77 rpl-seek-name                      pic x(25).
            77 rpl-setter-seqno                   pic 9(6).
            77 rpl-setter-found                   pic 9.
            77 rpl-target-seqno                   pic 9(6).
            77 rpl-target-ix                      pic 9(5).

            77 rpl-rec-count                      pic 9(7) value 0.
            77 rpl-min-seqno                      pic 9(6) value 0.
            77 rpl-max-seqno                      pic 9(6) value 0.
            end-if

            perform rpl-scan-file.
            if rpl-chg-count > 1
                sort rpl-chg-entry ascending rpl-chg-seqno
            end-if
            if rpl-rec-count = 0
                move "C" to rpl-action
                call "animod" using rpl-ifc end-call
            end-if

            perform rpl-pick-run.
            perform rpl-fill-pane.
            perform rpl-goto-run-start.
            perform rpl-build-window.
            perform rpl-draw-screen.
        rpl-scan-file section.
            move zeros to rpl-map.
            move 0 to rpl-hdr-count.
            move 0 to rpl-win-count.
            move 0 to rpl-rec-count.
            move 0 to rpl-min-seqno.
            move 0 to rpl-max-seqno.
            move 0 to rpl-var-count.
            move 0 to rpl-chg-count.
            move 0 to rpl-chg-overflow.

            move "S" to rpl-action.
            move spaces to rpl-ani-data.
                                to rpl-hdr-program(rpl-hdr-count)
                        end-if
                    else
                        if rpl-ani-type = "W"
                            perform rpl-note-window
                        end-if
                        if rpl-ani-type = "V"
                            perform rpl-note-change
                        end-if
      *                 a run trailer, or an operator intervention,
      *                 is no step of the run
                        if rpl-ani-seqno6 > 0
                        and rpl-ani-type not = "T"
                        and rpl-ani-type not = "U"
                            compute
                                rpl-weight-of(rpl-ani-seqno6) =
                                rpl-ani-bw + 1

            continue.

      ***************************************************************
      *** ----------------- a recording-window marker met in the
      *** pre-pass: an opening one starts a table entry, a closing
      *** one ends the latest open entry of the same window number
        rpl-note-window section.
            if rpl-aniw-event = "O"
                if rpl-win-count < 200
                    add 1 to rpl-win-count end-add
                    move rpl-aniw-window-no
                        to rpl-win-no(rpl-win-count)
                    move rpl-ani-seqno6 to rpl-win-open(rpl-win-count)
                    move 0 to rpl-win-close(rpl-win-count)
                    move rpl-aniw-trigger
                        to rpl-win-trigger(rpl-win-count)
                end-if
                exit section
            end-if

            perform varying rpl-win-scan from rpl-win-count by -1
                    until rpl-win-scan = 0
                if rpl-win-no(rpl-win-scan) = rpl-aniw-window-no
                and rpl-win-close(rpl-win-scan) = 0
                and rpl-win-open(rpl-win-scan) < rpl-ani-seqno6
                    move rpl-ani-seqno6 to rpl-win-close(rpl-win-scan)
                    move 1 to rpl-win-scan
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- a watched-variable change met in the
      *** pre-pass: find or add its variable and file the change
        rpl-note-change section.
            if rpl-ani-seqno6 = 0
                exit section
            end-if

            move 0 to rpl-var-found.
            perform varying rpl-var-ix from 1 by 1
                    until rpl-var-ix > rpl-var-count
                    or rpl-var-found > 0
                if rpl-var-name(rpl-var-ix) = rpl-aniv-var-name
                    move rpl-var-ix to rpl-var-found
                end-if
            end-perform

            if rpl-var-found = 0
                if rpl-var-count >= 200
                    move 1 to rpl-chg-overflow
                    exit section
                end-if
                add 1 to rpl-var-count end-add
                move rpl-var-count to rpl-var-found
                move rpl-aniv-var-name to rpl-var-name(rpl-var-found)
            end-if

            if rpl-chg-count >= 20000
                move 1 to rpl-chg-overflow
                exit section
            end-if

            add 1 to rpl-chg-count end-add.
            move rpl-ani-seqno6 to rpl-chg-seqno(rpl-chg-count).
            move rpl-var-found to rpl-chg-var(rpl-chg-count).
            move rpl-aniv-old-value to rpl-chg-old(rpl-chg-count).
            move rpl-aniv-new-value to rpl-chg-new(rpl-chg-count).

            continue.

      ***************************************************************
      *** ----------------- pick which recorded run to replay: with
      *** one header (or none -- an old single-run file) the whole
            move 1 to rpl-run-lo.
            move 999999 to rpl-run-hi.
            move spaces to rpl-run-id.
            move 0 to rpl-win-pick.
            move 1 to rpl-whole-lo.
            move 999999 to rpl-whole-hi.

            if rpl-hdr-count < 2
                if rpl-hdr-count = 1
                move 999999 to rpl-run-hi
            end-if

            move rpl-run-lo to rpl-whole-lo.
            move rpl-run-hi to rpl-whole-hi.

            perform rpl-format-run-footer.

            continue.
                end-string
            end-if

            if rpl-win-pick > 0
                move spaces to rpl-runline
                string "Replaying window " delimited by size
                    rpl-win-no(rpl-win-pick) delimited by size
                    " of run " delimited by size
                    rpl-run-id delimited by size
                    "  (records " delimited by size
                    rpl-run-lo delimited by size
                    " - " delimited by size
                    rpl-run-hi delimited by size
                    ")" delimited by size
                    into rpl-runline
                end-string
            end-if

            continue.

      ***************************************************************
            move rpl-tmp-number to rpl-ani-key.
            call "animod" using rpl-ifc end-call

            evaluate true
                when rpl-ani-status not = 0
                    move "** record unreadable **"
                        to rpl-row-text(rpl-row-index)
      *         a window marker reads as the section boundary it is
                when rpl-ani-type = "W"
                    if rpl-aniw-event = "O"
                        string "W   ---- window " delimited by size
                            rpl-aniw-window-no delimited by size
                            " opened: " delimited by size
                            rpl-aniw-trigger(1:43) delimited by size
                            into rpl-row-text(rpl-row-index)
                        end-string
                    else
                        string "W   ---- window " delimited by size
                            rpl-aniw-window-no delimited by size
                            " closed: " delimited by size
                            rpl-aniw-trigger(1:43) delimited by size
                            into rpl-row-text(rpl-row-index)
                        end-string
                    end-if
      *         an I/O record reads as the operation and its status
                when rpl-ani-type = "F"
                    string "F " delimited by size
                        rpl-anif-cond delimited by size
                        " " delimited by size
                        rpl-anif-operation delimited by size
                        rpl-anif-open-mode delimited by size
                        " " delimited by size
                        rpl-anif-file-name delimited by size
                        " status " delimited by size
                        rpl-anif-status delimited by size
                        into rpl-row-text(rpl-row-index)
                    end-string
      *         a dump record reads as the item's level, name and the
      *         value it had where the run stopped
                when rpl-ani-type = "M"
                    string "M " delimited by size
                        rpl-anid-cond delimited by size
                        " " delimited by size
                        rpl-anid-level delimited by size
                        " " delimited by size
                        function trim(rpl-anid-var-name, trailing)
                        delimited by size
                        " = " delimited by size
                        rpl-anid-value delimited by size
                        into rpl-row-text(rpl-row-index)
                    end-string
                when other
                    string rpl-ani-type delimited by size
                        " " delimited by size
                        rpl-ani-cond delimited by size
                        " " delimited by size
                        rpl-ani-text(1:68) delimited by size
                        into rpl-row-text(rpl-row-index)
                    end-string
            end-evaluate

            continue.


            continue.

      ***************************************************************
      *** ----------------- the pane's variables: those the run (the
      *** whole run, also while a window is picked) changed, in order
      *** of their first change, as many as the pane has rows
        rpl-fill-pane section.
            move 0 to rpl-pane-count.
            perform varying rpl-chg-ix from 1 by 1
                    until rpl-chg-ix > rpl-chg-count
                    or rpl-pane-count >= RPL-PANE-ROWS
                if rpl-chg-seqno(rpl-chg-ix) >= rpl-whole-lo
                and rpl-chg-seqno(rpl-chg-ix) <= rpl-whole-hi
                    move 0 to rpl-var-found
                    perform varying rpl-pane-ix from 1 by 1
                            until rpl-pane-ix > rpl-pane-count
                        if rpl-pane-var(rpl-pane-ix)
                                = rpl-chg-var(rpl-chg-ix)
                            move 1 to rpl-var-found
                        end-if
                    end-perform
                    if rpl-var-found = 0
                        add 1 to rpl-pane-count end-add
                        move rpl-chg-var(rpl-chg-ix)
                            to rpl-pane-var(rpl-pane-count)
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- overlay the variable pane on the top
      *** codelines rows: every value rebuilt as of the current
      *** position from the sorted changes
        rpl-draw-pane section.
            compute rpl-pane-limit = rpl-run-hi + 1 end-compute.
            compute rpl-scan-seqno = rpl-cur-seqno + 1 end-compute.
            perform until rpl-scan-seqno > rpl-run-hi
                    or rpl-pane-limit <= rpl-run-hi
                if rpl-weight-of(rpl-scan-seqno) > 0
                    perform rpl-read-seqno
                    if rpl-ani-status = 0
                    and (rpl-ani-type = "D" or rpl-ani-type = "P")
                        move rpl-scan-seqno to rpl-pane-limit
                    end-if
                end-if
                add 1 to rpl-scan-seqno end-add
            end-perform

            perform varying rpl-pane-ix from 1 by 1
                    until rpl-pane-ix > rpl-pane-count
                perform rpl-value-at-cursor

                move spaces to rpl-pane-text
                move rpl-pane-var(rpl-pane-ix) to rpl-var-ix
                string function
                    trim(rpl-var-name(rpl-var-ix), trailing)
                    delimited by size
                    "=" delimited by size
                    rpl-pane-value delimited by size
                    into rpl-pane-text
                end-string

                add 1 to rpl-pane-ix giving rpl-pane-line end-add
                display rpl-pane-text
                    line rpl-pane-line col 31
                    with background-color COB-COLOR-BLACK
                    foreground-color COB-COLOR-WHITE end-display
            end-perform

            if rpl-chg-overflow = 1
            and rpl-pane-count > 0
                add 1 to rpl-pane-count giving rpl-pane-line end-add
                add 1 to rpl-pane-line end-add
                display "(variable changes beyond the table omitted) "
                    line rpl-pane-line col 31
                    with background-color COB-COLOR-BLACK
                    foreground-color COB-COLOR-WHITE end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- the value of the pane variable at
      *** rpl-pane-ix as of the current position: the new value of
      *** its latest change recorded ahead of the next statement
      *** (rpl-pane-limit), else the old value of its first change
      *** after that (the value it had all along)
        rpl-value-at-cursor section.
            move 0 to rpl-pane-state.
            move spaces to rpl-pane-value.

            perform varying rpl-chg-ix from 1 by 1
                    until rpl-chg-ix > rpl-chg-count
                    or rpl-chg-seqno(rpl-chg-ix) >= rpl-pane-limit
                if rpl-chg-var(rpl-chg-ix) = rpl-pane-var(rpl-pane-ix)
                and rpl-chg-seqno(rpl-chg-ix) >= rpl-whole-lo
                    move rpl-chg-new(rpl-chg-ix) to rpl-pane-value
                    move 1 to rpl-pane-state
                end-if
            end-perform

            perform varying rpl-chg-ix from rpl-chg-ix by 1
                    until rpl-chg-ix > rpl-chg-count
                    or rpl-pane-state > 0
                    or rpl-chg-seqno(rpl-chg-ix) > rpl-whole-hi
                if rpl-chg-var(rpl-chg-ix) = rpl-pane-var(rpl-pane-ix)
                    move rpl-chg-old(rpl-chg-ix) to rpl-pane-value
                    move 2 to rpl-pane-state
                end-if
            end-perform

            continue.

      ***************************************************************
        rpl-draw-screen section.
            move
           "F5/Dn=fwd F6/Up=back PgUp/PgDn G nnn N/P var V var R W Q"
                to rpl-msg-text.

            display replay-screen end-display.
                line rpl-cursor-line-no col 9
                with background-color COB-COLOR-GREEN end-display.

            perform rpl-draw-pane.

            continue.

      ***************************************************************
            evaluate rpl-command-input-buffer(1:1)
                when 'G' perform rpl-goto-seqno
                when 'R' perform rpl-repick-run
                when 'W' perform rpl-pick-window
                when 'N' perform rpl-next-change
                when 'P' perform rpl-prev-change
                when 'V' perform rpl-pin-variable
                when 'Q' perform rpl-quit-replay
            end-evaluate

      ***************************************************************
        rpl-repick-run section.
            perform rpl-pick-run.
            perform rpl-fill-pane.
            perform rpl-goto-run-start.
            perform rpl-build-window.
            perform rpl-draw-screen.

            continue.

      ***************************************************************
      *** ----------------- "W" -- list the recording windows of the
      *** run and confine the replay to the one picked; blank goes
      *** back to the whole run
        rpl-pick-window section.
            move 0 to rpl-win-listed.
            perform varying rpl-win-scan from 1 by 1
                    until rpl-win-scan > rpl-win-count
                if rpl-win-open(rpl-win-scan) >= rpl-whole-lo
                and rpl-win-open(rpl-win-scan) <= rpl-whole-hi
                    add 1 to rpl-win-listed end-add
                end-if
            end-perform

            if rpl-win-listed = 0
                display "No recording windows in this run         "
                    line rpl-command-line-no col 10 end-display
                exit section
            end-if

            display rpl-empty-screen end-display.

            display "Recording windows in this run"
                line 1 col 1 end-display.
            display "No.   Window  Records          Trigger"
                line 2 col 1 end-display.

            move 3 to rpl-display-line.
            perform varying rpl-win-scan from 1 by 1
                    until rpl-win-scan > rpl-win-count
                    or rpl-display-line > 20

                if rpl-win-open(rpl-win-scan) >= rpl-whole-lo
                and rpl-win-open(rpl-win-scan) <= rpl-whole-hi
                    move spaces to rpl-msg-text
                    if rpl-win-close(rpl-win-scan) = 0
                        string rpl-win-scan delimited by size
                            "   " delimited by size
                            rpl-win-no(rpl-win-scan) delimited by size
                            "    " delimited by size
                            rpl-win-open(rpl-win-scan)
                            delimited by size
                            " - end     " delimited by size
                            rpl-win-trigger(rpl-win-scan)(1:36)
                            delimited by size
                            into rpl-msg-text
                        end-string
                    else
                        string rpl-win-scan delimited by size
                            "   " delimited by size
                            rpl-win-no(rpl-win-scan) delimited by size
                            "    " delimited by size
                            rpl-win-open(rpl-win-scan)
                            delimited by size
                            " - " delimited by size
                            rpl-win-close(rpl-win-scan)
                            delimited by size
                            "  " delimited by size
                            rpl-win-trigger(rpl-win-scan)(1:36)
                            delimited by size
                            into rpl-msg-text
                        end-string
                    end-if

                    display rpl-msg-text
                        line rpl-display-line col 1 end-display

                    add 1 to rpl-display-line end-add
                end-if
            end-perform

            display "Number = replay that window, blank = whole run"
                line rpl-footline-no col 1 end-display.
            display "Window to replay: "
                line rpl-command-line-no col 1 end-display.

            move spaces to rpl-command-input-buffer.
            accept rpl-command-input-buffer
                line rpl-command-line-no col 20 end-accept.

            move 0 to rpl-win-pick.
            if rpl-command-input-buffer not = spaces
                move spaces to rpl-unstring-buffer
                unstring rpl-command-input-buffer
                    delimited by space
                    into rpl-unstring-buffer
                end-unstring
                if function test-numval(rpl-unstring-buffer) = 0
                    move function numval(rpl-unstring-buffer)
                        to rpl-win-pick
                end-if
            end-if
            if rpl-win-pick > rpl-win-count
                move 0 to rpl-win-pick
            end-if
            if rpl-win-pick > 0
                if rpl-win-open(rpl-win-pick) < rpl-whole-lo
                or rpl-win-open(rpl-win-pick) > rpl-whole-hi
                    move 0 to rpl-win-pick
                end-if
            end-if

            if rpl-win-pick = 0
                move rpl-whole-lo to rpl-run-lo
                move rpl-whole-hi to rpl-run-hi
            else
                move rpl-win-open(rpl-win-pick) to rpl-run-lo
                if rpl-win-close(rpl-win-pick) = 0
                or rpl-win-close(rpl-win-pick) > rpl-whole-hi
                    move rpl-whole-hi to rpl-run-hi
                else
                    move rpl-win-close(rpl-win-pick) to rpl-run-hi
                end-if
            end-if

            perform rpl-format-run-footer.
            perform rpl-goto-run-start.
            perform rpl-build-window.
            perform rpl-draw-screen.

            continue.

      ***************************************************************
      *** ----------------- the variable named after an N, P or V
      *** command, or for a bare N or P the one asked for last;
      *** rpl-seek-var 0 when the trace never recorded it
        rpl-take-variable section.
            move 3 to rpl-unstring-ptr.
            move spaces to rpl-unstring-buffer.
            unstring rpl-command-input-buffer delimited by space
                into rpl-unstring-buffer
                with pointer rpl-unstring-ptr
            end-unstring.

            if rpl-unstring-buffer = spaces
                if rpl-seek-var = 0
                    display "Name the variable: N/P/V <var>           "
                        line rpl-command-line-no col 10 end-display
                end-if
                exit section
            end-if

            move function upper-case(rpl-unstring-buffer(1:25))
                to rpl-seek-name.
            move 0 to rpl-seek-var.
            perform varying rpl-var-ix from 1 by 1
                    until rpl-var-ix > rpl-var-count
                    or rpl-seek-var > 0
                if function upper-case(rpl-var-name(rpl-var-ix))
                        = rpl-seek-name
                    move rpl-var-ix to rpl-seek-var
                end-if
            end-perform

            if rpl-seek-var = 0
                display "Variable not recorded in this trace      "
                    line rpl-command-line-no col 10 end-display
            end-if

            continue.

      ***************************************************************
      *** ----------------- the first change past the current
      *** position, in the sorted change table
        rpl-find-change-after section.
            move 1 to rpl-chg-after.
            perform until rpl-chg-after > rpl-chg-count
                    or rpl-chg-seqno(rpl-chg-after) > rpl-cur-seqno
                add 1 to rpl-chg-after end-add
            end-perform

            continue.

      ***************************************************************
      *** ----------------- the statement that made the change at
      *** rpl-chg-ix: the writer notices a change once the next
      *** statement's record is out, so going back from the V record
      *** the first statement record met is the one after the change
      *** and the one before that made it; the V record itself when
      *** the replay bounds hold no such statement
        rpl-find-setter section.
            move rpl-chg-seqno(rpl-chg-ix) to rpl-setter-seqno.
            move 0 to rpl-setter-found.

            compute rpl-scan-seqno = rpl-chg-seqno(rpl-chg-ix) - 1
            end-compute.
            perform until rpl-scan-seqno < rpl-run-lo
                    or rpl-setter-found = 2

                if rpl-weight-of(rpl-scan-seqno) > 0
                    perform rpl-read-seqno
                    if rpl-ani-status = 0
                    and (rpl-ani-type = "D" or rpl-ani-type = "P")
                        add 1 to rpl-setter-found end-add
                        if rpl-setter-found = 2
                            move rpl-scan-seqno to rpl-setter-seqno
                        end-if
                    end-if
                end-if
                if rpl-scan-seqno > 0
                    subtract 1 from rpl-scan-seqno end-subtract
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- fetch the record carrying rpl-scan-seqno
      *** by key, its weight digit from the map
        rpl-read-seqno section.
            move "R" to rpl-action.
            move spaces to rpl-ani-data.
            compute rpl-tmp-number =
                (rpl-weight-of(rpl-scan-seqno) - 1) * 1000000
                + rpl-scan-seqno
            end-compute.
            move rpl-tmp-number to rpl-ani-key.
            call "animod" using rpl-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- "N <var>" -- forward to the statement
      *** that makes the variable's next change
        rpl-next-change section.
            perform rpl-take-variable.
            if rpl-seek-var = 0
                exit section
            end-if

            perform rpl-find-change-after.
            move 0 to rpl-target-seqno.
            perform varying rpl-chg-ix from rpl-chg-after by 1
                    until rpl-chg-ix > rpl-chg-count
                    or rpl-target-seqno > 0
                    or rpl-chg-seqno(rpl-chg-ix) > rpl-run-hi
                if rpl-chg-var(rpl-chg-ix) = rpl-seek-var
                    perform rpl-find-setter
                    if rpl-setter-seqno > rpl-cur-seqno
                        move rpl-setter-seqno to rpl-target-seqno
                        move rpl-chg-ix to rpl-target-ix
                    end-if
                end-if
            end-perform

            if rpl-target-seqno = 0
                display "No later change of that variable         "
                    line rpl-command-line-no col 10 end-display
                exit section
            end-if

            perform rpl-land-on-change.

            continue.

      ***************************************************************
      *** ----------------- "P <var>" -- back to the statement that
      *** made the variable's previous change; the first change past
      *** the position counts when the cursor stands between it and
      *** the statement that made it
        rpl-prev-change section.
            perform rpl-take-variable.
            if rpl-seek-var = 0
                exit section
            end-if

            perform rpl-find-change-after.
            move 0 to rpl-target-seqno.
            perform varying rpl-chg-ix from rpl-chg-after by 1
                    until rpl-chg-ix > rpl-chg-count
                    or rpl-chg-var(rpl-chg-ix) = rpl-seek-var
                continue
            end-perform
            if rpl-chg-ix <= rpl-chg-count
                if rpl-chg-seqno(rpl-chg-ix) <= rpl-run-hi
                    perform rpl-find-setter
                    if rpl-setter-seqno < rpl-cur-seqno
                        move rpl-setter-seqno to rpl-target-seqno
                        move rpl-chg-ix to rpl-target-ix
                    end-if
                end-if
            end-if

            compute rpl-chg-ix = rpl-chg-after - 1 end-compute.
            perform until rpl-chg-ix = 0
                    or rpl-target-seqno > 0
                    or rpl-chg-seqno(rpl-chg-ix) < rpl-run-lo
                if rpl-chg-var(rpl-chg-ix) = rpl-seek-var
                    perform rpl-find-setter
                    if rpl-setter-seqno < rpl-cur-seqno
                        move rpl-setter-seqno to rpl-target-seqno
                        move rpl-chg-ix to rpl-target-ix
                    end-if
                end-if
                subtract 1 from rpl-chg-ix end-subtract
            end-perform

            if rpl-target-seqno = 0
                display "No earlier change of that variable       "
                    line rpl-command-line-no col 10 end-display
                exit section
            end-if

            perform rpl-land-on-change.

            continue.

      ***************************************************************
      *** ----------------- move the replay to the statement found
      *** and say what it changed
        rpl-land-on-change section.
            move rpl-target-seqno to rpl-cur-seqno.
            perform rpl-build-window.
            perform rpl-draw-screen.

            move spaces to rpl-msg-text.
            string function
                trim(rpl-var-name(rpl-seek-var), trailing)
                delimited by size
                ": " delimited by size
                function trim(rpl-chg-old(rpl-target-ix), trailing)
                delimited by size
                " -> " delimited by size
                function trim(rpl-chg-new(rpl-target-ix), trailing)
                delimited by size
                into rpl-msg-text
            end-string
            display rpl-msg-text(1:60)
                line rpl-command-line-no col 10 end-display.

            continue.

      ***************************************************************
      *** ----------------- "V <var>" -- pin a variable to the top
      *** of the pane; the bottom one drops out when it is full
        rpl-pin-variable section.
            perform rpl-take-variable.
            if rpl-seek-var = 0
                exit section
            end-if

            move 0 to rpl-var-found.
            perform varying rpl-pane-ix from 1 by 1
                    until rpl-pane-ix > rpl-pane-count
                if rpl-pane-var(rpl-pane-ix) = rpl-seek-var
                    move rpl-pane-ix to rpl-var-found
                end-if
            end-perform

      *     already in the pane: it moves up from where it was;
      *     otherwise everything moves down one row
            if rpl-var-found = 0
                if rpl-pane-count < RPL-PANE-ROWS
                    add 1 to rpl-pane-count end-add
                end-if
                move rpl-pane-count to rpl-var-found
            end-if

            perform varying rpl-pane-ix from rpl-var-found by -1
                    until rpl-pane-ix < 2
                move rpl-pane-var(rpl-pane-ix - 1)
                    to rpl-pane-var(rpl-pane-ix)
            end-perform
            move rpl-seek-var to rpl-pane-var(1).

            perform rpl-draw-screen.

            continue.

      ***************************************************************
        rpl-quit-replay section.
            move "C" to rpl-action.
