        identification division.
        program-id. catmod.

      ***************************************************************
      ** Maintenance of the trace catalog: an indexed registry of   **
      ** every ani file and every run on the system, keyed by file  **
      ** path and run id, so the question "what does this file      **
      ** hold" no longer needs the file opened. Each entry carries  **
      ** the program, date and time, statement, record and segment **
      ** counts, the last validation verdict, and whether the file  **
      ** is a repaired copy, was purged, or was exported. Entries   **
      ** for a whole file (a repaired copy, an interchange file, a  **
      ** file validated before any run of it was catalogued) carry  **
      ** run id spaces. The writers call this as they go:           **
      **   "H" run header written  (gc-debugger, mergeani)          **
      **   "G" run rolled into another segment  (gc-debugger,       **
      **       mergeani)                                            **
      **   "E" run trailer written  (gc-debugger, mergeani)         **
      **   "V" file validated, every entry of the path  (validani)  **
      **   "R" repaired copy written, entry of the copy  (repairani)**
      **   "P" run purged, or every run of the path when the run id **
      **       is spaces  (purgeani)                                **
      **   "X" file exported: every entry of the path, and an entry **
      **       for the interchange file itself  (convani)           **
      **   "I" file rebuilt from an interchange file  (convani)     **
      ** The catalog is named by COB_ANIM_CATALOG; with none named  **
      ** no catalog is kept and every call returns at once, so the  **
      ** callers need no switch of their own. The file is opened    **
      ** and closed on every call -- several jobs may share it.     **
      ** The outcome comes back in the status (the catalog's file   **
      ** status, 90 for an unknown action) and the return code is   **
      ** always 0, so a caller catalogues before it sets its own.   **
      ** The listing and reconcile report is catani.                **
      ***************************************************************

        environment division.
        configuration section.
        input-output section.
        file-control.
           select catalog-file assign to cm-catalog-path
               organization is indexed
               access mode is dynamic
               record key is cat-key
               file status is cm-catalog-status.

        data division.
        file section.
            fd  catalog-file.
            01  cat-rec.
                03  cat-key.
                    05  cat-path                  pic x(256).
                    05  cat-run-id                pic x(8).
      *         "A" an ani trace file, "I" an interchange file
      *         convani exported
                03  cat-kind                      pic x.
                03  cat-program                   pic x(30).
                03  cat-date                      pic 9(8).
                03  cat-time                      pic 9(6).
      *         statements the run animated and how it ended, from
      *         the run trailer; end reason spaces while none seen
                03  cat-statements                pic 9(9).
                03  cat-end-reason                pic x(10).
      *         records: the run's own from its trailer on a run
      *         entry, the file's as last counted on a whole-file
      *         entry; segments of the file
                03  cat-records                   pic 9(9).
                03  cat-segments                  pic 9(3).
      *         last validation verdict (V sound, F failed checks,
      *         E could not be opened), space while never validated
                03  cat-valid-status              pic x.
                03  cat-valid-date                pic 9(8).
                03  cat-repaired-flag             pic x.
                03  cat-purged-flag               pic x.
                03  cat-purged-date               pic 9(8).
                03  cat-exported-flag             pic x.
      *         the file a repaired copy was made from, the
      *         interchange file an ani file was exported to, or
      *         the ani file an interchange file was exported from
                03  cat-other-path                pic x(256).
                03  cat-updated-date              pic 9(8).
                03  cat-updated-time              pic 9(6).
                03  filler                        pic x(40).

        working-storage section.
            01 cm-catalog-status pic 99.
            01 cm-catalog-path pic x(256).
            01 cm-today pic 9(8).
            01 cm-time-buffer pic x(8).
            01 cm-now pic 9(6).
            01 cm-found-flag pic 9.
            01 cm-path-count pic 9(5).
            01 cm-eof-flag pic x.
                88 cm-at-end value "Y".

        linkage section.
            01 catalog-ifc.
                03 ci-action                      pic x.
                03 ci-status                      pic 99.
                03 ci-data.
                    05 ci-path                    pic x(256).
      *             spaces = the entry for the whole file
                    05 ci-run-id                  pic x(8).
                    05 ci-program                 pic x(30).
      *             0 = stamped here
                    05 ci-date                    pic 9(8).
                    05 ci-time                    pic 9(6).
                    05 ci-statements              pic 9(9).
                    05 ci-end-reason              pic x(10).
                    05 ci-records                 pic 9(9).
                    05 ci-segments                pic 9(3).
                    05 ci-valid-status            pic x.
                    05 ci-other-path              pic x(256).

        procedure division using catalog-ifc.

            move 0 to ci-status.
            move 0 to return-code.

            move spaces to cm-catalog-path.
            accept cm-catalog-path from environment
                "COB_ANIM_CATALOG" end-accept.
            if cm-catalog-path = spaces
            or ci-path = spaces
                goback
            end-if

            if ci-action not = "H" and not = "G" and not = "E"
                       and not = "V" and not = "R" and not = "P"
                       and not = "X" and not = "I"
                move 90 to ci-status
                goback
            end-if

      *     the first call on a system creates the catalog
            open i-o catalog-file.
            if cm-catalog-status = 35
                open output catalog-file
                close catalog-file
                open i-o catalog-file
            end-if
            if cm-catalog-status not = 0
                move cm-catalog-status to ci-status
                goback
            end-if

            accept cm-today from date yyyymmdd end-accept.
            accept cm-time-buffer from time end-accept.
            move cm-time-buffer(1:6) to cm-now.

            evaluate ci-action
                when "V"
                when "X"
                    perform cm-update-path
                when "P"
                    if ci-run-id = spaces
                        perform cm-update-path
                    else
                        perform cm-update-entry
                    end-if
                when other
                    perform cm-update-entry
            end-evaluate

      *     the interchange file an export wrote is a file of its
      *     own, entered under its own path
            if ci-action = "X"
            and ci-other-path not = spaces
                perform cm-enter-interchange-file
            end-if

            close catalog-file.

        goback.

      ***************************************************************
      *** ----------------- one entry, by path and run id: updated
      *** when it is there, created when it is not
        cm-update-entry section.
            move spaces to cat-rec.
            move ci-path to cat-path.
            move ci-run-id to cat-run-id.
            move 1 to cm-found-flag.
            read catalog-file
                key is cat-key
                invalid key move 0 to cm-found-flag
            end-read.

            if cm-found-flag = 0
                perform cm-new-entry
            end-if

            perform cm-apply-action.
            perform cm-store-entry.

            continue.

      ***************************************************************
      *** ----------------- every entry of the path -- the runs and
      *** the whole-file entry alike; a path not catalogued yet gets
      *** its whole-file entry
        cm-update-path section.
            move 0 to cm-path-count.
            move "N" to cm-eof-flag.
            move spaces to cat-rec.
            move ci-path to cat-path.
            move low-values to cat-run-id.
            start catalog-file key not less cat-key
                invalid key set cm-at-end to true
            end-start.

            perform until cm-at-end
                read catalog-file next record
                    at end set cm-at-end to true
                end-read

                if not cm-at-end
                    if cat-path not = ci-path
                        set cm-at-end to true
                    else
                        add 1 to cm-path-count end-add
                        perform cm-apply-action
                        move cm-today to cat-updated-date
                        move cm-now to cat-updated-time
                        rewrite cat-rec
                            invalid key continue
                        end-rewrite
                        move cm-catalog-status to ci-status
                    end-if
                end-if
            end-perform

            if cm-path-count = 0
                move spaces to ci-run-id
                perform cm-update-entry
            end-if

            continue.

      ***************************************************************
      *** ----------------- the exported-to interchange file: kind
      *** "I", pointing back at the ani file it came from
        cm-enter-interchange-file section.
            move spaces to cat-rec.
            move ci-other-path to cat-path.
            move spaces to cat-run-id.
            move 1 to cm-found-flag.
            read catalog-file
                key is cat-key
                invalid key move 0 to cm-found-flag
            end-read.

            if cm-found-flag = 0
                perform cm-new-entry
            end-if

            move "I" to cat-kind.
            move ci-path to cat-other-path.
            move ci-records to cat-records.
            move cm-today to cat-date.
            move cm-now to cat-time.
            perform cm-store-entry.

            continue.

      ***************************************************************
      *** ----------------- a fresh entry for the key in the record
      *** area, dated now until a run header says otherwise
        cm-new-entry section.
            move "A" to cat-kind.
            move spaces to cat-program.
            move cm-today to cat-date.
            move cm-now to cat-time.
            move 0 to cat-statements.
            move spaces to cat-end-reason.
            move 0 to cat-records.
            move 0 to cat-segments.
            move space to cat-valid-status.
            move 0 to cat-valid-date.
            move "N" to cat-repaired-flag.
            move "N" to cat-purged-flag.
            move 0 to cat-purged-date.
            move "N" to cat-exported-flag.
            move spaces to cat-other-path.

            continue.

      ***************************************************************
      *** ----------------- what the action tells about the entry in
      *** the record area
        cm-apply-action section.
            evaluate ci-action
                when "H"
                    move ci-program to cat-program
                    if ci-date = 0
                        move cm-today to cat-date
                        move cm-now to cat-time
                    else
                        move ci-date to cat-date
                        move ci-time to cat-time
                    end-if
                    move ci-segments to cat-segments
                when "G"
                    move ci-segments to cat-segments
                when "E"
                    move ci-statements to cat-statements
                    move ci-end-reason to cat-end-reason
                    move ci-records to cat-records
                    move ci-segments to cat-segments
                when "V"
                    move ci-valid-status to cat-valid-status
                    move cm-today to cat-valid-date
      *             the whole-file count; a run entry keeps the count
      *             its trailer brought
                    if cat-run-id = spaces
                        move ci-records to cat-records
                    end-if
                    move ci-segments to cat-segments
                when "R"
                    move "Y" to cat-repaired-flag
                    move ci-other-path to cat-other-path
                    move ci-records to cat-records
                    move 1 to cat-segments
                when "P"
                    move "Y" to cat-purged-flag
                    move cm-today to cat-purged-date
                when "X"
                    move "Y" to cat-exported-flag
                    move ci-other-path to cat-other-path
                when "I"
                    move "A" to cat-kind
                    move ci-other-path to cat-other-path
                    move ci-records to cat-records
                    move 1 to cat-segments
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- write a new entry or rewrite the one read
        cm-store-entry section.
            move cm-today to cat-updated-date.
            move cm-now to cat-updated-time.

            if cm-found-flag = 1
                rewrite cat-rec
                    invalid key continue
                end-rewrite
            else
                write cat-rec
                    invalid key continue
                end-write
            end-if
            move cm-catalog-status to ci-status.

            continue.
