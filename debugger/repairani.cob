      ** displaced chain header costs nothing.                      **
      ** Gaps themselves cannot be repaired; they stay gaps, but    **
      ** the copy validates its surviving records and compares.     **
      ** The copy is entered in the trace catalog as a repaired     **
      ** copy of the input (see catmod.cob).                        **
      ** Return code: 0 cleaned copy written, 1 input empty,        **
      ** 2 a file could not be opened.                              **
      ***************************************************************
      *             chain headers lead the numbered continuation
      *             files a long trace rolls over into
                    88 anii-chainhdr              value "L".
      *             run trailers close every run the writer saw end
                    88 anii-runtrl                value "T".
      *             assertion violations recorded by the animator
                    88 anii-assert                value "A".
      *             operator interventions made in the debugger
                    88 anii-audit                 value "U".
      *             recording-window markers
                    88 anii-window                value "W".
      *             file I/O activity
                    88 anii-io                    value "F".
      *             post-mortem data dumps
                    88 anii-dump                  value "M".
                03  anii-condition                pic x.
                03  anii-area-ab                  pic x(75).
      *         module and source line stamped by the writer (see
                03 filler pic x(30) value spaces.
                03 filler pic 9(5) value zeros.

      *     trace catalog interface (see catmod.cob): the cleaned
      *     copy is entered as a repaired copy of the input
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
            01 in-file-path                       pic x(256).
            01 out-file-path                      pic x(256).
            end-if

            set repair-done to true.
            perform catalog-repaired-copy.
            move 0 to return-code.

        goback.

      ***************************************************************
      *** ----------------- the cleaned copy into the trace catalog,
      *** pointing back at the file it was repaired from
        catalog-repaired-copy section.
            move spaces to cat-data.
            move "R" to cat-action.
            move out-file-path to cat-path.
            move 0 to cat-date.
            move 0 to cat-time.
            move 0 to cat-statements.
            move records-kept to cat-records.
            move 1 to cat-segments.
            move in-file-path to cat-other-path.
            call "catmod" using cat-ifc end-call

            continue.

      ***************************************************************
      *** ----------------- first pass: decide which record survives
      *** each sequence number -- valid types only, highest weight
                if not file-at-end
                and (anii-data or anii-proc or anii-runhdr
                     or anii-repairhdr or anii-var
                     or anii-chainhdr or anii-runtrl
                     or anii-assert or anii-audit
                     or anii-window or anii-io
                     or anii-dump)
                and anii-seqno6 > 0
                    if rep-weight-of(anii-seqno6) < anii-bw + 1
                        compute rep-weight-of(anii-seqno6) =
                        when not anii-data and not anii-proc
                         and not anii-runhdr and not anii-repairhdr
                         and not anii-var and not anii-chainhdr
                         and not anii-runtrl and not anii-assert
                         and not anii-audit and not anii-window
                         and not anii-io and not anii-dump
                            add 1 to badtype-dropped end-add
                            perform quarantine-record
                        when anii-seqno6 = 0
