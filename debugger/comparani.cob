      ** breakpoint-weight digit, so a record weighted in one file **
      ** but not the other reads back at a different position      **
      ** although the execution paths match. Run headers (type     **
      ** "H") and trailers (type "T") carry the run stamp, which   **
      ** legitimately differs between two runs, and take no part   **
      ** in the comparison; neither do recording-window markers    **
      ** (type "W").                                               **
      ** Return code: 0 files match, 1 divergence or length        **
      ** difference, 2 a file could not be opened.                 **
      ***************************************************************
                end-read
                if not a-at-end
                and ania-type not = "H"
                and ania-type not = "T"
                and ania-type not = "W"
                and ania-seqno6 > 0
                    compute a-weight-of(ania-seqno6) = ania-bw + 1
                    end-compute
                end-read
                if not b-at-end
                and anib-type not = "H"
                and anib-type not = "T"
                and anib-type not = "W"
                and anib-seqno6 > 0
                    compute b-weight-of(anib-seqno6) = anib-bw + 1
                    end-compute
