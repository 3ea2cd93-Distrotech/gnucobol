      ** poll-count 0 polls until the operator cancels the job;     **
      ** a nonzero count stops after that many polls, which is how  **
      ** the regression jobs use it.                                **
      ** A stuck run is alerted on instead of waiting for someone   **
      ** to notice the tail has gone quiet or is scrolling the same **
      ** lines: a stall when stall-polls polls in a row bring no    **
      ** new sequence number (not after a run trailer -- that run   **
      ** has ended, it is not stuck), a tight loop when more than   **
      ** loop-threshold statements in a row execute within a set    **
      ** of at most TL-LOOP-MAX module/line pairs, with the looping **
      ** lines and their iteration count. Either count 0 leaves     **
      ** that check off. Each alert is displayed, appended to the   **
      ** alert file (opened and closed per alert, so a monitor      **
      ** reading it sees it at once), and left in tail-status; the  **
      ** same stall or loop is alerted once. With stop-on-alert "Y" **
      ** the tail ends at the first alert, so a scheduler step gets **
      ** its return code while the batch window still allows a fix. **
      ** Return code: 0 normal end, 1 an alert was raised, 2 the    **
      ** file could not be opened.                                  **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select alert-file assign to alert-path
               organization is line sequential
               file status is tl-alert-status.

        data division.
        file section.
            fd  alert-file.
            01  alert-line                        pic x(200).

        working-storage section.
      *     interface block handed to animod, with the usual record
      *     views (see printani.cob)
            77 tl-scan                            pic 9(3).
            77 tl-out-line                        pic x(132).

      *     stall watch: polls in a row without a new record, and
      *     where the run was when the records stopped coming
            77 tl-quiet-polls                     pic 9(5) value 0.
            77 tl-stall-alerted                   pic 9 value 0.
            77 tl-run-ended                       pic 9 value 0.
            77 tl-last-module                     pic x(30)
                                                  value spaces.
            77 tl-last-line                       pic 9(5) value 0.

      *     loop watch: the module/line pairs the statements since
      *     the last reset fell on, each with its hit count; a
      *     statement outside the set once it is full starts a new
      *     set, so only a loop over a small set of lines runs up
      *     tl-loop-stmts
            78 TL-LOOP-MAX                        value 10.
            77 tl-loop-size                       pic 99 value 0.
            01 tl-loop-tbl.
                05 tl-loop-entry occurs 10.
                    10 tl-loop-module             pic x(30).
                    10 tl-loop-line               pic 9(5).
                    10 tl-loop-hits               pic 9(7).
            77 tl-loop-stmts                      pic 9(7) value 0.
            77 tl-loop-alerted                    pic 9 value 0.
            77 tl-loop-ix                         pic 99.
            77 tl-loop-found                      pic 99.
            77 tl-loop-iterations                 pic 9(7).

      *     the alert on its way out
            77 tl-alert-status                    pic 99.
            77 tl-alert-count                     pic 9(5) value 0.
            77 tl-stop-flag                       pic 9 value 0.
            77 tl-alert-date                      pic 9(8).
            77 tl-alert-time                      pic 9(8).
            77 tl-alert-text                      pic x(200).
            77 tl-edit-count                      pic z(6)9.
            77 tl-edit-line                       pic z(4)9.

        linkage section.
            01 filename                           pic x(256).
      *     seconds between polls; 0 falls back to 1
      *     0 = poll until the job is cancelled
            01 poll-count                         pic 9(5).
            01 last-seqno-seen                    pic 9(6).
      *     the last alert raised, if any
            01 tail-status                        pic x.
                88 tail-done                      value "T".
                88 tail-stall                     value "S".
                88 tail-loop                      value "L".
                88 tail-error                     value "E".
      *     0 = no stall watch / no loop watch
            01 stall-polls                        pic 9(5).
            01 loop-threshold                     pic 9(7).
      *     spaces = alerts are displayed only
            01 alert-path                         pic x(256).
            01 stop-on-alert                      pic x.

        procedure division using by reference
            filename poll-seconds poll-count last-seqno-seen
            tail-status stall-polls loop-threshold alert-path
            stop-on-alert.

            move 0 to last-seqno-seen.
            move 0 to tl-last-seqno.
            move 0 to tl-poll-no.
            move 0 to tl-quiet-polls.
            move 0 to tl-stall-alerted.
            move 0 to tl-run-ended.
            move 0 to tl-loop-size.
            move 0 to tl-loop-stmts.
            move 0 to tl-loop-alerted.
            move 0 to tl-alert-count.
            move 0 to tl-stop-flag.
            set tail-done to true.

            move "I" to tl-action.
            perform find-current-end.

            perform poll-once
                until (poll-count > 0 and tl-poll-no >= poll-count)
                or tl-stop-flag = 1.

            move "C" to tl-action.
            call "animod" using tl-ifc end-call

            move tl-last-seqno to last-seqno-seen.
            if tl-alert-count > 0
                move 1 to return-code
            else
                move 0 to return-code
            end-if

        goback.

                    if tl-new-seqno(tl-scan) > tl-last-seqno
                        move tl-new-seqno(tl-scan) to tl-last-seqno
                    end-if

                    perform watch-record
                end-perform

      *         a burst that overflowed the table: fall back to
                end-if
            end-if

            perform watch-stall.

            if tl-stop-flag = 1
                exit section
            end-if

            if poll-seconds > 0
                call "C$SLEEP" using poll-seconds end-call
            else

            continue.

      ***************************************************************
      *** ----------------- one record just shown, for the watches: a
      *** run header starts afresh, a trailer ends the run (a quiet
      *** file after it is no stall), and every statement record
      *** goes through the loop watch
        watch-record section.
            move 0 to tl-quiet-polls.
            move 0 to tl-stall-alerted.

            evaluate tl-show-type
                when "H"
                    move 0 to tl-run-ended
                    move 0 to tl-loop-size
                    move 0 to tl-loop-stmts
                    move 0 to tl-loop-alerted
                when "T"
                    move 1 to tl-run-ended
                when "P"
                when "D"
                    move 0 to tl-run-ended
                    move tl-show-module to tl-last-module
                    move tl-show-srcline to tl-last-line
                    if loop-threshold > 0
                        perform watch-loop
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the loop watch: a statement on a line of
      *** the current set counts towards the loop, one off it joins
      *** the set while there is room and otherwise starts a new set
        watch-loop section.
            move 0 to tl-loop-found.
            perform varying tl-loop-ix from 1 by 1
                    until tl-loop-ix > tl-loop-size
                    or tl-loop-found > 0
                if tl-loop-module(tl-loop-ix) = tl-show-module
                and tl-loop-line(tl-loop-ix) = tl-show-srcline
                    move tl-loop-ix to tl-loop-found
                end-if
            end-perform

            if tl-loop-found = 0
                if tl-loop-size >= TL-LOOP-MAX
                    move 0 to tl-loop-size
                    move 0 to tl-loop-stmts
                    move 0 to tl-loop-alerted
                end-if
                add 1 to tl-loop-size end-add
                move tl-loop-size to tl-loop-found
                move tl-show-module to tl-loop-module(tl-loop-found)
                move tl-show-srcline to tl-loop-line(tl-loop-found)
                move 0 to tl-loop-hits(tl-loop-found)
            end-if

            add 1 to tl-loop-hits(tl-loop-found) end-add.
            add 1 to tl-loop-stmts end-add.

            if tl-loop-stmts > loop-threshold
            and tl-loop-alerted = 0
                move 1 to tl-loop-alerted
                perform raise-loop-alert
            end-if

            continue.

      ***************************************************************
      *** ----------------- the stall watch, once per poll
        watch-stall section.
            if tl-new-count > 0
            or stall-polls = 0
            or tl-run-ended = 1
                exit section
            end-if

            add 1 to tl-quiet-polls end-add.
            if tl-quiet-polls >= stall-polls
            and tl-stall-alerted = 0
                move 1 to tl-stall-alerted
                perform raise-stall-alert
            end-if

            continue.

      ***************************************************************
      *** ----------------- a stall: no new record for the polls set
        raise-stall-alert section.
            set tail-stall to true.
            move tl-quiet-polls to tl-edit-count.
            move tl-last-line to tl-edit-line.
            move spaces to tl-alert-text.
            string "STALL " delimited by size
                function trim(filename, trailing) delimited by size
                ": NO NEW RECORD FOR " delimited by size
                function trim(tl-edit-count) delimited by size
                " POLLS, LAST SEQNO " delimited by size
                tl-last-seqno delimited by size
                " AT " delimited by size
                function trim(tl-last-module) delimited by size
                " LINE " delimited by size
                function trim(tl-edit-line) delimited by size
                into tl-alert-text
            end-string
            perform open-alert-file.
            perform write-alert-line.
            perform close-alert-file.

            continue.

      ***************************************************************
      *** ----------------- a tight loop: the statement count, the
      *** lines it runs over and how often the busiest one ran --
      *** one line for the alert, one per looping line
        raise-loop-alert section.
            set tail-loop to true.
            move 0 to tl-loop-iterations.
            perform varying tl-loop-ix from 1 by 1
                    until tl-loop-ix > tl-loop-size
                if tl-loop-hits(tl-loop-ix) > tl-loop-iterations
                    move tl-loop-hits(tl-loop-ix)
                        to tl-loop-iterations
                end-if
            end-perform

            move tl-loop-stmts to tl-edit-count.
            move tl-loop-size to tl-edit-line.
            move spaces to tl-alert-text.
            string "LOOP " delimited by size
                function trim(filename, trailing) delimited by size
                ": " delimited by size
                function trim(tl-edit-count) delimited by size
                " STATEMENTS OVER " delimited by size
                function trim(tl-edit-line) delimited by size
                " LINES, " delimited by size
                into tl-alert-text
            end-string
            move tl-loop-iterations to tl-edit-count.
            move spaces to tl-out-line.
            string function trim(tl-alert-text, trailing)
                delimited by size
                " " delimited by size
                function trim(tl-edit-count) delimited by size
                " ITERATIONS, UP TO SEQNO " delimited by size
                tl-last-seqno delimited by size
                into tl-out-line
            end-string
            move tl-out-line to tl-alert-text.
            perform open-alert-file.
            perform write-alert-line.

            perform varying tl-loop-ix from 1 by 1
                    until tl-loop-ix > tl-loop-size
                move tl-loop-line(tl-loop-ix) to tl-edit-line
                move tl-loop-hits(tl-loop-ix) to tl-edit-count
                move spaces to tl-alert-text
                string "    " delimited by size
                    function trim(tl-loop-module(tl-loop-ix))
                    delimited by size
                    " LINE " delimited by size
                    tl-edit-line delimited by size
                    " RAN " delimited by size
                    tl-edit-count delimited by size
                    " TIMES" delimited by size
                    into tl-alert-text
                end-string
                perform write-alert-line
            end-perform
            perform close-alert-file.

            continue.

      ***************************************************************
      *** ----------------- the alert file, appended to; the first
      *** alert on a system creates it
        open-alert-file section.
            add 1 to tl-alert-count end-add.
            if stop-on-alert = "Y"
                move 1 to tl-stop-flag
            end-if

            accept tl-alert-date from date yyyymmdd end-accept.
            accept tl-alert-time from time end-accept.

            move 99 to tl-alert-status.
            if alert-path not = spaces
                open extend alert-file
                if tl-alert-status = 35
                    open output alert-file
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- one line of the alert, stamped with the
      *** time it was raised: on the console and in the file
        write-alert-line section.
            move spaces to tl-out-line.
            string tl-alert-date delimited by size
                " " delimited by size
                tl-alert-time(1:6) delimited by size
                " " delimited by size
                tl-alert-text delimited by size
                into tl-out-line
            end-string
            display tl-out-line(1:125) end-display

            if tl-alert-status = 0
                move tl-out-line to alert-line
                write alert-line end-write
            end-if

            continue.

      ***************************************************************
        close-alert-file section.
            if tl-alert-status = 0
                close alert-file
            end-if

            continue.

      ***************************************************************
      *** ----------------- everything in one weight band newer than
      *** the last seen sequence number
