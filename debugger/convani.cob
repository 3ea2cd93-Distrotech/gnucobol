      ** and direction "I" rebuilds an identical indexed file from  **
      ** one, run headers and all. A trace captured in production   **
      ** can then be replayed and compared anywhere.                **
      ** Both directions are entered in the trace catalog (see      **
      ** catmod.cob).                                               **
      ** Return code: 0 converted, 1 nothing to convert, 2 a file   **
      ** could not be opened.                                       **
      ***************************************************************
            01 eof-flag pic x value "N".
                88 file-at-end value "Y".

      *     trace catalog interface (see catmod.cob): an export
      *     marks the ani file exported and enters the interchange
      *     file, an import enters the rebuilt ani file
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
      *     "E" dumps the indexed file to the interchange file,
      *     "I" rebuilds the indexed file from it
            else
                if converted-count > 0
                    set convert-done to true
                    perform catalog-conversion
                    move 0 to return-code
                else
                    move 1 to return-code

        goback.

      ***************************************************************
      *** ----------------- the conversion into the trace catalog
        catalog-conversion section.
            move spaces to cat-data.
            if convert-export
                move "X" to cat-action
            else
                move "I" to cat-action
            end-if
            move ani-file-path to cat-path.
            move 0 to cat-date.
            move 0 to cat-time.
            move 0 to cat-statements.
            move converted-count to cat-records.
            move 1 to cat-segments.
            move text-file-path to cat-other-path.
            call "catmod" using cat-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- dump every record, one per interchange
      *** line, in primary-key order
