        identification division.
        program-id. catani.

      ***************************************************************
      ** Listing and reconcile report over the trace catalog (see   **
      ** catmod.cob): one block per catalogued file -- its path,    **
      ** whether it is a repaired copy or an interchange file and   **
      ** where it came from or was exported to -- then a line per   **
      ** run with program, date, time, statement, record and        **
      ** segment counts, how the run ended, the last validation     **
      ** verdict and the repaired/purged/exported flags. Entries    **
      ** can be selected by program, by a date range (on the run's  **
      ** header date) and by status: SOUND, FAILED, ERROR or        **
      ** UNCHECKED for the validation verdict, REPAIRED, PURGED or  **
      ** EXPORTED for the flags, INCOMPLETE for a run without a     **
      ** trailer, ABNORMAL for a run that did not end NORMAL, or    **
      ** any trailer end reason itself (GO-BUDGET, QUIT ...).       **
      ** The reconcile pass, when asked for, covers the whole       **
      ** catalog regardless of the selection: every catalogued      **
      ** file that can no longer be opened is flagged FILE GONE,    **
      ** and every path in the reconcile list (one file per line,   **
      ** as a directory listing gives it) without a catalog entry   **
      ** is flagged NOT CATALOGUED -- a numbered continuation       **
      ** segment counts as catalogued with its base file.           **
      ** Return code: 0 entries listed and nothing flagged,         **
      ** 1 nothing selected or the reconcile flagged files, 2 the   **
      ** catalog, the report or the reconcile list could not be     **
      ** opened.                                                    **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select catalog-file assign to ca-catalog-path
               organization is indexed
               access mode is dynamic
               record key is cat-key
               file status is ca-catalog-status.

      *    the reconcile pass opens each catalogued ani file only to
      *    see that it is there; like every reader it declares the
      *    alternate index on the record type (see animod.cob)
           select ani assign to ca-check-path
               organization is indexed
               access mode is dynamic
               record key is ani-key
               alternate record key is ani-type
                   with duplicates
               file status is ca-ani-status.

           select text-file assign to ca-check-path
               organization is line sequential
               file status is ca-text-status.

           select reconcile-list assign to ca-list-path
               organization is line sequential
               file status is ca-list-status.

           select catalog-report assign to ca-report-path
               organization is line sequential
               file status is ca-report-status.

        data division.
        file section.
      *     the catalog entry, as catmod.cob writes it
            fd  catalog-file.
            01  cat-rec.
                03  cat-key.
                    05  cat-path                  pic x(256).
                    05  cat-run-id                pic x(8).
                03  cat-kind                      pic x.
                    88 cat-interchange            value "I".
                03  cat-program                   pic x(30).
                03  cat-date                      pic 9(8).
                03  cat-time                      pic 9(6).
                03  cat-statements                pic 9(9).
                03  cat-end-reason                pic x(10).
                03  cat-records                   pic 9(9).
                03  cat-segments                  pic 9(3).
                03  cat-valid-status              pic x.
                    88 cat-sound                  value "V".
                    88 cat-failed                 value "F".
                    88 cat-error                  value "E".
                    88 cat-unchecked              value space.
                03  cat-valid-date                pic 9(8).
                03  cat-repaired-flag             pic x.
                    88 cat-repaired               value "Y".
                03  cat-purged-flag               pic x.
                    88 cat-purged                 value "Y".
                03  cat-purged-date               pic 9(8).
                03  cat-exported-flag             pic x.
                    88 cat-exported               value "Y".
                03  cat-other-path                pic x(256).
                03  cat-updated-date              pic 9(8).
                03  cat-updated-time              pic 9(6).
                03  filler                        pic x(40).

            fd  ani.
            01  ani-rec.
                03  ani-key                       pic x(7).
                03  ani-type                      pic x.
                03  filler                        pic x(111).

            fd  text-file.
            01  text-line                         pic x(132).

            fd  reconcile-list.
            01  list-line                         pic x(256).

            fd  catalog-report.
            01  catalog-report-line               pic x(132).

        working-storage section.
            01 ca-catalog-status pic 99.
            01 ca-ani-status pic 99.
            01 ca-text-status pic 99.
            01 ca-list-status pic 99.
            01 ca-report-status pic 99.
            01 ca-catalog-path pic x(256).
            01 ca-report-path pic x(256).
            01 ca-list-path pic x(256).
            01 ca-check-path pic x(256).
            01 ca-check-kind pic x.
            01 ca-eof-flag pic x value "N".
                88 ca-at-end value "Y".
            01 ca-list-eof-flag pic x value "N".
                88 ca-list-at-end value "Y".
            01 ca-selected-flag pic 9.
            01 ca-present-flag pic 9.
            01 ca-found-flag pic 9.
            01 ca-last-path pic x(256).
            01 ca-path-len pic 9(3).
            01 ca-files-listed pic 9(5).

            01 report-header-1 pic x(17) value "ANI TRACE CATALOG".
            01 selection-line pic x(132).
            01 report-header-2.
                05 filler pic x(10) value "RUN".
                05 filler pic x(32) value "PROGRAM".
                05 filler pic x(18) value "DATE      TIME".
                05 filler pic x(24)
                    value "STATEMENTS     RECORDS  ".
                05 filler pic x(17) value "SEG  END".
                05 filler pic x(11) value "VALID".
                05 filler pic x(15) value "REP  PUR  EXP".
            01 file-line.
                05 filler pic x(6) value "FILE: ".
                05 fl-path pic x(126).
            01 origin-line.
                05 filler pic x(2) value spaces.
                05 ol-text pic x(22).
                05 ol-path pic x(108).
            01 entry-detail-line.
                05 cd-run-id pic x(8).
                05 filler pic x(2) value spaces.
                05 cd-program pic x(30).
                05 filler pic x(2) value spaces.
                05 cd-date pic 9(8).
                05 filler pic x(2) value spaces.
                05 cd-time pic 9(6).
                05 filler pic x(2) value spaces.
                05 cd-statements pic z(8)9.
                05 filler pic x(2) value spaces.
                05 cd-records pic z(8)9.
                05 filler pic x(2) value spaces.
                05 cd-segments pic zz9.
                05 filler pic x(2) value spaces.
                05 cd-end pic x(10).
                05 filler pic x(2) value spaces.
                05 cd-valid pic x(9).
                05 filler pic x(2) value spaces.
                05 cd-repaired pic x(3).
                05 filler pic x(2) value spaces.
                05 cd-purged pic x(3).
                05 filler pic x(2) value spaces.
                05 cd-exported pic x(3).
            01 total-line-1.
                05 filler pic x(22) value "FILES LISTED:         ".
                05 tl-files pic z(6)9.
            01 total-line-2.
                05 filler pic x(22) value "ENTRIES LISTED:       ".
                05 tl-entries pic z(6)9.
            01 reconcile-header pic x(16) value "RECONCILE".
            01 reconcile-line.
                05 rl-flag pic x(16).
                05 rl-path pic x(116).
            01 total-line-3.
                05 filler pic x(22) value "FILES GONE:           ".
                05 tl-gone pic z(6)9.
            01 total-line-4.
                05 filler pic x(22) value "FILES NOT CATALOGUED: ".
                05 tl-uncatalogued pic z(6)9.

        linkage section.
      *     spaces = the catalog named by COB_ANIM_CATALOG
            01 catalog-path                       pic x(256).
            01 catalog-report-path                pic x(256).
      *     spaces = every program
            01 select-program                     pic x(30).
      *     0 = no lower / upper date limit
            01 select-date-from                   pic 9(8).
            01 select-date-to                     pic 9(8).
      *     spaces = every entry; see the header comment
            01 select-status                      pic x(10).
      *     "Y" runs the reconcile pass after the listing
            01 reconcile-flag                     pic x.
      *     spaces = only catalogued files are checked for being
      *     gone; otherwise the files to check for an entry
            01 reconcile-list-path                pic x(256).
            01 entries-listed                     pic 9(7).
            01 files-gone                         pic 9(5).
            01 files-uncatalogued                 pic 9(5).
            01 catalog-list-status                pic x.
                88 catalog-listed                 value "L".
                88 catalog-nothing                value "N".
                88 catalog-list-error             value "E".

        procedure division using by reference
            catalog-path catalog-report-path
            select-program select-date-from select-date-to
            select-status reconcile-flag reconcile-list-path
            entries-listed files-gone files-uncatalogued
            catalog-list-status.

            move 0 to entries-listed.
            move 0 to files-gone.
            move 0 to files-uncatalogued.
            move 0 to ca-files-listed.
            set catalog-nothing to true.

            move catalog-path to ca-catalog-path.
            if ca-catalog-path = spaces
                accept ca-catalog-path from environment
                    "COB_ANIM_CATALOG" end-accept
            end-if
            move catalog-report-path to ca-report-path.
            move reconcile-list-path to ca-list-path.

            open input catalog-file.
            if ca-catalog-status not = 0
                set catalog-list-error to true
                move 2 to return-code
                goback
            end-if

            open output catalog-report.
            if ca-report-status not = 0
                close catalog-file
                set catalog-list-error to true
                move 2 to return-code
                goback
            end-if

            write catalog-report-line from report-header-1 end-write.
            perform ca-write-selection-line.
            move spaces to catalog-report-line.
            write catalog-report-line end-write.
            write catalog-report-line from report-header-2 end-write.

            perform ca-list-entries.

            move spaces to catalog-report-line.
            write catalog-report-line end-write.
            move ca-files-listed to tl-files.
            write catalog-report-line from total-line-1 end-write.
            move entries-listed to tl-entries.
            write catalog-report-line from total-line-2 end-write.

            if entries-listed > 0
                set catalog-listed to true
            end-if

            if reconcile-flag = "Y" or reconcile-flag = "y"
                move spaces to catalog-report-line
                write catalog-report-line end-write
                write catalog-report-line from reconcile-header
                    end-write
                perform ca-reconcile-catalog
                if reconcile-list-path not = spaces
                    perform ca-reconcile-list
                end-if
                move files-gone to tl-gone
                write catalog-report-line from total-line-3 end-write
                move files-uncatalogued to tl-uncatalogued
                write catalog-report-line from total-line-4 end-write
            end-if

            close catalog-report.
            close catalog-file.

            evaluate true
                when catalog-list-error
                    move 2 to return-code
                when catalog-nothing
                    move 1 to return-code
                when files-gone > 0 or files-uncatalogued > 0
                    move 1 to return-code
                when other
                    move 0 to return-code
            end-evaluate

        goback.

      ***************************************************************
      *** ----------------- the selection the listing was made with
        ca-write-selection-line section.
            move spaces to selection-line.
            string "SELECTED: PROGRAM " delimited by size
                into selection-line
            end-string.
            if select-program = spaces
                move "(ALL)" to selection-line(19:5)
            else
                move select-program to selection-line(19:30)
            end-if
            move "DATES" to selection-line(51:5).
            move select-date-from to selection-line(57:8).
            move "-" to selection-line(66:1).
            move select-date-to to selection-line(68:8).
            move "STATUS" to selection-line(78:6).
            if select-status = spaces
                move "(ALL)" to selection-line(85:5)
            else
                move select-status to selection-line(85:10)
            end-if
            write catalog-report-line from selection-line end-write.

            continue.

      ***************************************************************
      *** ----------------- sweep the catalog in key order -- a file's
      *** entries come together -- and list the selected ones, each
      *** file's block led by its path
        ca-list-entries section.
            move low-values to ca-last-path.
            move "N" to ca-eof-flag.
            move low-values to cat-key.
            start catalog-file key not less cat-key
                invalid key set ca-at-end to true
            end-start.

            perform until ca-at-end
                read catalog-file next record
                    at end set ca-at-end to true
                end-read

                if not ca-at-end
                    perform ca-select-entry
                    if ca-selected-flag = 1
                        if cat-path not = ca-last-path
                            perform ca-write-file-block
                            move cat-path to ca-last-path
                        end-if
                        perform ca-write-entry-line
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- does the entry in the record area pass
      *** the program, date and status selection
        ca-select-entry section.
            move 1 to ca-selected-flag.

            if select-program not = spaces
            and cat-program not = select-program
                move 0 to ca-selected-flag
                exit section
            end-if

            if select-date-from > 0
            and cat-date < select-date-from
                move 0 to ca-selected-flag
                exit section
            end-if

            if select-date-to > 0
            and cat-date > select-date-to
                move 0 to ca-selected-flag
                exit section
            end-if

            evaluate select-status
                when spaces
                    continue
                when "SOUND"
                    if not cat-sound
                        move 0 to ca-selected-flag
                    end-if
                when "FAILED"
                    if not cat-failed
                        move 0 to ca-selected-flag
                    end-if
                when "ERROR"
                    if not cat-error
                        move 0 to ca-selected-flag
                    end-if
                when "UNCHECKED"
                    if not cat-unchecked
                        move 0 to ca-selected-flag
                    end-if
                when "REPAIRED"
                    if not cat-repaired
                        move 0 to ca-selected-flag
                    end-if
                when "PURGED"
                    if not cat-purged
                        move 0 to ca-selected-flag
                    end-if
                when "EXPORTED"
                    if not cat-exported
                        move 0 to ca-selected-flag
                    end-if
      *         only runs end; a whole-file entry has no trailer
                when "INCOMPLETE"
                    if cat-run-id = spaces
                    or cat-end-reason not = spaces
                        move 0 to ca-selected-flag
                    end-if
                when "ABNORMAL"
                    if cat-run-id = spaces
                    or cat-end-reason = "NORMAL"
                        move 0 to ca-selected-flag
                    end-if
                when other
                    if cat-end-reason not = select-status
                        move 0 to ca-selected-flag
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a file's path, and where it came from or
      *** went to
        ca-write-file-block section.
            add 1 to ca-files-listed end-add.

            move spaces to catalog-report-line.
            write catalog-report-line end-write.
            move cat-path to fl-path.
            write catalog-report-line from file-line end-write.

            if cat-other-path not = spaces
                move cat-other-path to ol-path
                evaluate true
                    when cat-interchange
                        move "INTERCHANGE FILE OF: "
                            to ol-text
                    when cat-repaired
                        move "REPAIRED COPY OF:" to ol-text
                    when cat-exported
                        move "EXPORTED TO:" to ol-text
                    when other
                        move "IMPORTED FROM:" to ol-text
                end-evaluate
                write catalog-report-line from origin-line end-write
            end-if

            continue.

      ***************************************************************
      *** ----------------- one entry of the file
        ca-write-entry-line section.
            add 1 to entries-listed end-add.

            if cat-run-id = spaces
                move "(FILE)" to cd-run-id
            else
                move cat-run-id to cd-run-id
            end-if
            move cat-program to cd-program.
            move cat-date to cd-date.
            move cat-time to cd-time.
            move cat-statements to cd-statements.
            move cat-records to cd-records.
            move cat-segments to cd-segments.

            if cat-run-id not = spaces
            and cat-end-reason = spaces
                move "INCOMPLETE" to cd-end
            else
                move cat-end-reason to cd-end
            end-if

            evaluate true
                when cat-sound
                    move "SOUND" to cd-valid
                when cat-failed
                    move "FAILED" to cd-valid
                when cat-error
                    move "ERROR" to cd-valid
                when other
                    move "UNCHECKED" to cd-valid
            end-evaluate

            move spaces to cd-repaired cd-purged cd-exported.
            if cat-repaired
                move "YES" to cd-repaired
            end-if
            if cat-purged
                move "YES" to cd-purged
            end-if
            if cat-exported
                move "YES" to cd-exported
            end-if

            write catalog-report-line from entry-detail-line
                end-write.

            continue.

      ***************************************************************
      *** ----------------- reconcile, catalog side: every catalogued
      *** file, once, must still be there
        ca-reconcile-catalog section.
            move low-values to ca-last-path.
            move "N" to ca-eof-flag.
            move low-values to cat-key.
            start catalog-file key not less cat-key
                invalid key set ca-at-end to true
            end-start.

            perform until ca-at-end
                read catalog-file next record
                    at end set ca-at-end to true
                end-read

                if not ca-at-end
                and cat-path not = ca-last-path
                    move cat-path to ca-last-path
                    move cat-path to ca-check-path
                    move cat-kind to ca-check-kind
                    perform ca-check-file-present
                    if ca-present-flag = 0
                        add 1 to files-gone end-add
                        move "FILE GONE" to rl-flag
                        move cat-path to rl-path
                        write catalog-report-line from reconcile-line
                            end-write
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- is the file in ca-check-path there: only
      *** "not found" counts as gone, a file that is there but will
      *** not open is still there
        ca-check-file-present section.
            move 1 to ca-present-flag.

            if ca-check-kind = "I"
                open input text-file
                if ca-text-status = 35
                    move 0 to ca-present-flag
                end-if
                if ca-text-status = 0
                    close text-file
                end-if
            else
                open input ani
                if ca-ani-status = 35
                    move 0 to ca-present-flag
                end-if
                if ca-ani-status = 0
                    close ani
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- reconcile, disk side: every file in the
      *** list must have an entry, or its base file must when it is
      *** a numbered continuation segment ("<base>.001")
        ca-reconcile-list section.
            open input reconcile-list.
            if ca-list-status not = 0
                move "LIST NOT OPENED" to rl-flag
                move reconcile-list-path to rl-path
                write catalog-report-line from reconcile-line
                    end-write
                set catalog-list-error to true
                exit section
            end-if

            move "N" to ca-list-eof-flag.
            perform until ca-list-at-end
                move spaces to list-line
                read reconcile-list
                    at end set ca-list-at-end to true
                end-read

                if not ca-list-at-end
                and list-line not = spaces
                    move function trim(list-line) to ca-check-path
                    perform ca-find-catalog-path

                    if ca-found-flag = 0
                        move function length(function trim(
                            ca-check-path, trailing)) to ca-path-len
                        if ca-path-len > 4
                        and ca-check-path(ca-path-len - 3:1) = "."
                        and ca-check-path(ca-path-len - 2:3)
                            is numeric
                            move spaces
                                to ca-check-path(ca-path-len - 3:4)
                            perform ca-find-catalog-path
                        end-if
                    end-if

                    if ca-found-flag = 0
                        add 1 to files-uncatalogued end-add
                        move "NOT CATALOGUED" to rl-flag
                        move function trim(list-line) to rl-path
                        write catalog-report-line from reconcile-line
                            end-write
                    end-if
                end-if
            end-perform

            close reconcile-list.

            continue.

      ***************************************************************
      *** ----------------- is there any entry for ca-check-path
        ca-find-catalog-path section.
            move 0 to ca-found-flag.
            move ca-check-path to cat-path.
            move low-values to cat-run-id.
            start catalog-file key not less cat-key
                invalid key exit section
            end-start.

            read catalog-file next record
                at end exit section
            end-read.

            if cat-path = ca-check-path
                move 1 to ca-found-flag
            end-if

            continue.
