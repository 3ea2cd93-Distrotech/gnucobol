                organization is line sequential
                file status is skip-file-status.

            select assert-file assign to assert-path
                organization is line sequential
                file status is assert-file-status.

            select assert-rpt-file assign to assert-rpt-path
                organization is line sequential
                file status is assert-file-status.

            select audit-file assign to audit-path
                organization is line sequential
                file status is audit-file-status.

            select reloc-file assign to rl-report-path
                organization is line sequential
                file status is rl-report-status.

            select timing-file assign to tm-path
                organization is line sequential
                file status is tm-file-status.

            select bsum-file assign to bsum-path
                organization is line sequential
                file status is bsum-file-status.

        data division.
        
        file section.
      *          01 cobfile-line         pic x(100).
                
            fd  bp-file.
                01 bp-line             pic x(300).
                
            fd  log-file.
                01 log-line             pic x(512).

            fd  skip-file.
                01 skip-file-line       pic x(80).

            fd  assert-file.
                01 assert-line          pic x(256).

            fd  assert-rpt-file.
                01 assert-rpt-line      pic x(132).

            fd  audit-file.
                01 audit-line           pic x(512).

            fd  reloc-file.
                01 reloc-line           pic x(160).

            fd  timing-file.
                01 timing-line          pic x(132).

            fd  bsum-file.
                01 bsum-line            pic x(400).
        
        working-storage section.
            copy screenio.
            77 rtl-src-name                 pic x(30) value spaces.
            77 rtl-src-line                 pic 9(5) value 0.

      * target captured by "StepOut" (F3): resume like Go, but halt
      * at the first statement once call-depth has dropped below the
      * frame the step started from -- the caller's next statement
            77 step-out-target-depth        pic 9(6) value 0.

      * target captured by "ParaEnd" (F9): the module, call depth and
      * line range of the paragraph the run started in; the run halts
      * at the first statement outside that range at that depth, or
      * back in a shallower frame. Paragraphs it performs run deeper
      * and so run through
            77 pe-src-name                  pic x(30) value spaces.
            77 pe-target-depth              pic 9(6) value 0.
            77 pe-from-line                 pic 9(5) value 0.
            77 pe-to-line                   pic 9(5) value 0.

      * call-stack display: one frame per nesting level, captured in
      * do-initialization when a module is entered; call-stack-count
      * mirrors call-depth (+1) capped to the table size
      *     G... Go (till end or breakpoint)
      *     O... Step over (run a called module to completion)
      *     L... Run to line (till the captured cursor line)
      *     U... Step out (till back in the calling frame)
      *     E... Run to paragraph end (till outside the paragraph)
      *     A... Auto-step (advance by itself, delay per statement)
            77 run-mode                     pic x value 'N'.

                05 filler pic x(74) value spaces.
                05 filler pic x(74) value "Function keys:".
                05 filler pic x(74) value
                   "F1 Help      F2 AutoStep   F3 StepOut".
                05 filler pic x(74) value
                   "F4 Run2Line  F5 Step       F6 Step into".
                05 filler pic x(74) value
                   "F7 Go        F8 SetNext    F9 ParaEnd".
                05 filler pic x(74) value
                   "PgUp/PgDn page, Up/Down move the cursor".
                05 filler pic x(74) value
                   "Esc quits the debugger".
            01 help-text-tbl redefines help-text-data.
                05 help-line occurs 31         pic x(74).
            77 help-line-count                 pic 99 value 31.
            77 help-page-top                   pic 99 value 0.
            77 help-done-flag                  pic 9 value 0.
            77 help-display-line               pic 99.
            77 trace-segment-no             pic 9(3) value 0.
            77 trace-seg-path               pic x(256).
            77 trace-seg-found              pic 9 value 0.
      * the records this run has written: the sequence number of its
      * header in the current segment, and what it wrote in the
      * segments it rolled out of (for its trace catalog entry)
            77 trace-run-first-seqno        pic 9(6) value 0.
            77 trace-run-records            pic 9(9) value 0.
      * run trailer (type "T", animod action "E") written when the
      * run ends: the statement records written for it, and the
      * most severe reason a headless run stopped for along the way
      * (NORMAL, BREAKPOINT, WATCHPOINT, GO-BUDGET, IO-ERROR) or
      * QUIT when the operator ends the session
            77 trace-stmt-count             pic 9(9) value 0.
            77 trace-end-reason             pic x(10) value "NORMAL".
            77 trace-end-severity           pic 9 value 0.
            77 trace-stop-reason            pic x(10).
            77 trace-stop-severity          pic 9.
            77 trace-program-rc             pic s9(4) value 0.
            01 trace-ifc.
                03 trace-action             pic x.
                03 trace-ani-status         pic 99.
                    05 trace-anih-program   pic x(30).
                    05 filler               pic x(24).
                    05 filler               pic x(35).
                03 trace-ani-ast redefines trace-ani-data.
                    05 filler               pic x(7).
                    05 trace-anis-type      pic x.
                    05 trace-anis-cond      pic x.
                    05 trace-anis-var-name  pic x(25).
                    05 trace-anis-value     pic x(25).
                    05 trace-anis-rule      pic x(25).
                    05 trace-anis-module    pic x(30).
                    05 trace-anis-srcline   pic 9(5).
                03 trace-ani-trl redefines trace-ani-data.
                    05 filler               pic x(7).
                    05 trace-anit-type      pic x.
                    05 trace-anit-run-id    pic x(8).
                    05 filler               pic x(8).
                    05 filler               pic x(6).
                    05 trace-anit-stmts     pic 9(9).
                    05 trace-anit-reason    pic x(10).
                    05 trace-anit-rc        pic s9(4)
                                   sign is leading separate.
                    05 filler               pic x(30).
                    05 trace-anit-module    pic x(30).
                    05 trace-anit-srcline   pic 9(5).
                03 trace-ani-aud redefines trace-ani-data.
                    05 filler               pic x(7).
                    05 trace-aniu-type      pic x.
                    05 trace-aniu-kind      pic x.
                    05 trace-aniu-user      pic x(8).
                    05 trace-aniu-date      pic 9(8).
                    05 trace-aniu-time      pic 9(6).
                    05 trace-aniu-var-name  pic x(17).
                    05 trace-aniu-old-value pic x(18).
                    05 trace-aniu-new-value pic x(18).
                    05 trace-aniu-module    pic x(30).
                    05 trace-aniu-srcline   pic 9(5).
                03 trace-ani-win redefines trace-ani-data.
                    05 filler               pic x(7).
                    05 trace-aniw-type      pic x.
                    05 trace-aniw-event     pic x.
                    05 trace-aniw-window-no pic 9(4).
                    05 trace-aniw-stmts     pic 9(9).
                    05 trace-aniw-trigger   pic x(62).
                    05 trace-aniw-module    pic x(30).
                    05 trace-aniw-srcline   pic 9(5).
                03 trace-ani-io redefines trace-ani-data.
                    05 filler               pic x(7).
                    05 trace-anif-type      pic x.
                    05 trace-anif-cond      pic x.
                    05 trace-anif-operation pic x(8).
                    05 trace-anif-open-mode pic x(6).
                    05 trace-anif-file      pic x(30).
                    05 trace-anif-status    pic x(2).
                    05 trace-anif-field     pic x(29).
                    05 trace-anif-module    pic x(30).
                    05 trace-anif-srcline   pic 9(5).
                03 trace-ani-dmp redefines trace-ani-data.
                    05 filler               pic x(7).
                    05 trace-anid-type      pic x.
                    05 trace-anid-cond      pic x.
                    05 trace-anid-item-no   pic 9(3).
                    05 trace-anid-level     pic 99.
                    05 trace-anid-var-name  pic x(30).
                    05 trace-anid-value     pic x(40).
                    05 trace-anid-module    pic x(30).
                    05 trace-anid-srcline   pic 9(5).
      * I/O activity: an OPEN, CLOSE, READ, WRITE, REWRITE, DELETE or
      * START statement is noted when its statement record is written,
      * and its "F" record (see animod.cob's ani-io-rec) follows with
      * the next notification -- once the statement has run and the
      * file's FILE STATUS field holds the outcome. The file comes
      * from the statement (a WRITE or REWRITE names the record, the
      * FD it sits under names the file) and the status field from
      * the same source scan the stop-on-I/O-error mode uses
            77 io-pending-flag              pic 9 value 0.
            77 io-status-known              pic 9.
            77 io-operation                 pic x(8).
            77 io-open-mode                 pic x(6).
            77 io-file-name                 pic x(30).
            77 io-status-field              pic x(30).
            77 io-status-value              pic x(2).
            77 io-condition                 pic x.
            77 io-module                    pic x(30).
            77 io-srcline                   pic 9(5).
            77 io-anidata                   pic x(128).
            77 io-saved-rc                  usage binary-long.
            77 io-found-flag                pic 9.
            77 io-ix                        pic 9(3).
            77 io-stmt-text                 pic x(512).
            77 io-word-1                    pic x(30).
            77 io-word-2                    pic x(30).
            77 io-word-3                    pic x(30).
            77 io-linecount-entry           pic x(128).
      * post-mortem dumps: where a headless batch run stops on the
      * Go budget ("G"), an I/O error ("I") or a breakpoint ("B"), and
      * where the outermost program ends with a nonzero RETURN-CODE
      * ("A"), every data item of the active module -- found the way
      * the "D" browser finds them -- goes into the trace as a block
      * of "M" records (see animod.cob's ani-dmp-rec), so the state at
      * the failure outlives the session. COB_ANIM_TRACE_DUMPS caps
      * the stop dumps of a run (default 10, 0 = none); the dump at
      * an abnormal end is always written
            77 dump-limit-env               pic x(10).
            77 dump-limit                   pic 9(5) value 10.
            77 dump-count                   pic 9(5) value 0.
            77 dump-reason                  pic x.
            77 dump-item-no                 pic 9(3).
            77 dump-ix                      pic 99.
            77 dump-saved-rc                usage binary-long.

      * recording windows: COB_ANIM_TRACE_START names a trigger that
      * turns recording on -- "PARA name [module]" (the paragraph's
      * first statement is reached), "LINE module line", or "WHEN
      * item op value" (a breakpoint condition turns true) -- and
      * COB_ANIM_TRACE_STOP one that turns it off again, in the same
      * shapes (a WHEN stop fires whenever it is true);
      * COB_ANIM_TRACE_WINDOW caps the statements one window records,
      * and COB_ANIM_TRACE_REARM=Y arms the start trigger again once
      * a window has closed. Each window is bracketed by "W" marker
      * records (see animod.cob's ani-win-rec), statement and "V"
      * records are written only inside one; run header, trailer,
      * assertion and intervention records are written regardless.
      * With no start trigger the whole run is recorded
            77 tw-start-spec                pic x(80) value spaces.
            77 tw-stop-spec                 pic x(80) value spaces.
            77 tw-limit-env                 pic x(10).
            77 tw-window-limit              pic 9(9) value 0.
            77 tw-rearm-flag                pic x value 'N'.
            77 tw-recording-flag            pic x value 'Y'.
            77 tw-armed-flag                pic x value 'N'.
            77 tw-window-no                 pic 9(4) value 0.
            77 tw-window-stmts              pic 9(9) value 0.
            77 tw-ix                        pic 9.
            77 tw-hit-flag                  pic 9.
            77 tw-ptr                       pic 9(3).
            77 tw-word                      pic x(30).
            77 tw-spec-text                 pic x(80).
            77 tw-event                     pic x.
            77 tw-marker-text               pic x(62).
            77 tw-resolved-module           pic x(30) value spaces.
      *     1 = the start trigger, 2 = the stop trigger
            01 tw-trigger-tbl.
                03 tw-trigger occurs 2.
                    05 tw-kind              pic x value space.
                    05 tw-module            pic x(30).
                    05 tw-line              pic 9(5).
                    05 tw-para              pic x(30).
                    05 tw-condition         pic x(60).
                    05 tw-last-true         pic 9 value 0.
                    05 tw-spec              pic x(62).
      * trace catalog (see catmod.cob): the run is entered when its
      * header is written and brought up to date when it rolls into
      * another segment and when its trailer is written; catmod
      * does nothing unless COB_ANIM_CATALOG names a catalog
            77 catalog-saved-rc             usage binary-long.
            01 catalog-ifc.
                03 catalog-action           pic x.
                03 catalog-status           pic 99.
                03 catalog-data.
                    05 catalog-path         pic x(256).
                    05 catalog-run-id       pic x(8).
                    05 catalog-program      pic x(30).
                    05 catalog-date         pic 9(8).
                    05 catalog-time         pic 9(6).
                    05 catalog-statements   pic 9(9).
                    05 catalog-end-reason   pic x(10).
                    05 catalog-records      pic 9(9).
                    05 catalog-segments     pic 9(3).
                    05 catalog-valid-status pic x.
                    05 catalog-other-path   pic x(256).

      * batch completion summary: a headless run (COB_ANIM_BATCH=Y)
      * appends one fixed-layout record to the exceptions file the
      * scheduler picks up (COB_ANIM_BATCH_SUMMARY, default
      * gc-batch.sum) when it ends, and raises the job step's return
      * code to what the run ran into:
      *    0  clean run
      *    4  breakpoint or watchpoint hits, or assertion failures,
      *       were logged
      *    8  the run stopped on an I/O error or the Go budget
      *   12  the trace could not be opened or written
      * a higher return code the program set itself is never lowered
            77 bsum-path                    pic x(256) value spaces.
            01 bsum-file-status             pic 99.
            77 batch-bp-hits                pic 9(7) value 0.
            77 batch-wp-hits                pic 9(7) value 0.
            77 batch-io-stops               pic 9(7) value 0.
            77 batch-budget-stops           pic 9(7) value 0.
            77 batch-trace-errors           pic 9(7) value 0.
            77 batch-stmt-count             pic 9(9) value 0.
            77 batch-job-rc                 pic 99 value 0.
            77 batch-rc-edit                pic z9.
            77 batch-saved-rc               usage binary-long.
            01 bsum-time-buffer             pic x(8).
            01 bsum-rec.
                03 bsum-date                pic 9(8).
                03 bsum-time                pic 9(6).
                03 bsum-program             pic x(30).
                03 bsum-run-id              pic x(8).
                03 bsum-job-rc              pic 99.
                03 bsum-program-rc          pic s9(4)
                                   sign is leading separate.
                03 bsum-end-reason          pic x(10).
                03 bsum-statements          pic 9(9).
                03 bsum-bp-hits             pic 9(7).
                03 bsum-wp-hits             pic 9(7).
                03 bsum-io-stops            pic 9(7).
                03 bsum-assert-fails        pic 9(7).
                03 bsum-budget-stops        pic 9(7).
                03 bsum-trace-errors        pic 9(7).
                03 bsum-trace-path          pic x(256).

      * data assertion rules, loaded once from the file named by
      * COB_ANIM_ASSERT_FILE (see load-assertion-rules): each rule
      * names a module ("*" = any), a data item and a check --
      * R range, L list of allowed values, S not spaces, N numeric.
      * The item is fetched through ANIDATA as every statement
      * runs; a value newly given to it that breaks the rule is an
      * "A" record in the trace (layout in animod.cob) and counts
      * against the rule, and the run carries on. The exceptions
      * report (COB_ANIM_ASSERT_REPORT, default gc-assert.rpt) is
      * written when the run ends
            77 assert-enabled-flag          pic x value 'N'.
            77 assert-path                  pic x(256) value spaces.
            77 assert-rpt-path              pic x(256) value spaces.
            01 assert-file-status           pic 99.
            77 assert-count                 pic 9(3) value 0.
            77 assert-index                 pic 9(3).
            77 assert-total                 pic 9(7) value 0.
            77 assert-saved-rc              usage binary-long.
            77 assert-bad-flag              pic 9.
            77 assert-value-len             pic 9(3).
            77 assert-num                   pic s9(13)v9(5).
            77 assert-list-ptr              pic 9(3).
            77 assert-list-item             pic x(30).
            77 assert-hist-slot             usage binary-long.
            77 assert-set-module            pic x(30).
            77 assert-set-line              pic 9(5).
            77 assert-edit-count            pic z(6)9.
            77 assert-edit-line             pic z(4)9.
            77 assert-edit-seqno            pic z(5)9.
            01 assert-tokens.
                03 as-tok-module            pic x(30).
                03 as-tok-var               pic x(30).
                03 as-tok-rule              pic x(10).
                03 as-tok-arg-1             pic x(60).
                03 as-tok-arg-2             pic x(30).
            01 assert-table.
                03 assert-entry occurs 100.
                    05 as-module            pic x(30).
                    05 as-var-name          pic x(30).
                    05 as-rule-code         pic x.
                    05 as-rule-text         pic x(25).
                    05 as-list              pic x(60).
                    05 as-low-set           pic 9.
                    05 as-low-num           pic s9(13)v9(5).
                    05 as-high-set          pic 9.
                    05 as-high-num          pic s9(13)v9(5).
      *             the item's value when last looked at, so a value
      *             that stays wrong is counted once, not per statement
                    05 as-observed          pic 9.
                    05 as-last-value        pic x(80).
                    05 as-hit-count         pic 9(7).
                    05 as-first-module      pic x(30).
                    05 as-first-line        pic 9(5).
                    05 as-first-seqno       pic 9(6).
                    05 as-first-value       pic x(40).

      * operator interventions: every "C" change of a data item and
      * every "SetNext" (F8) jump is a "U" record in the trace (layout
      * in animod.cob) and a line in the audit log (COB_ANIM_AUDIT_FILE,
      * default gc-audit.log, appended across sessions) -- a run with
      * such a record is no longer a clean run, and printani, statani
      * and suiteani say so. COB_ANIM_LOCKDOWN=Y refuses both commands
            77 audit-lockdown-flag          pic x value 'N'.
            77 audit-path                   pic x(256) value spaces.
            01 audit-file-status            pic 99.
            77 audit-user                   pic x(30) value spaces.
            77 audit-kind                   pic x.
            77 audit-var-name               pic x(50).
            77 audit-old-value              pic x(80).
            77 audit-new-value              pic x(80).
            77 audit-date                   pic 9(8).
            77 audit-time-buffer            pic x(8).
            77 audit-edit-line              pic z(4)9.
            77 audit-saved-rc               usage binary-long.

      ***************************************************************
      ** Structures (Data, Screen, ... )                           **
            01 tmp-bp-condition             pic x(60).
            01 tmp-bp-trace-vars            pic x(60).
            01 tmp-bp-paragraph             pic x(30).
            01 tmp-bp-home-para             pic x(30).
            01 tmp-bp-src-text              pic x(80).
            01 tmp-log-line                 pic x(512).
            
      ***************************************************************
            77 rp-resolved-module                 pic x(30)
                                                  value spaces.

      * relocating line breakpoints whose source line has moved: the
      * normalized text of a source line, the paragraph-header test,
      * the search window and the relocation report
      * (COB_ANIM_BPRELOC_FILE, default gc-bpreloc.rpt, appended)
            77 rl-scan-line                       pic x(512).
      *     the GETLINE entry point the paragraph-header test reads
      *     through -- the module on screen, or any module animated
      *     this run when a report sweeps the sources at the end
            77 rl-getline                         pic x(128).
            77 rl-line-text                       pic x(80).
            77 rl-first-pos                       pic 9(3).
            77 rl-header-flag                     pic 9.
            77 rl-header-name                     pic x(30).
            77 rl-dot-count                       pic 9(3).
            77 rl-word-1                          pic x(32).
            77 rl-word-2                          pic x(32).
            77 rl-from-line                       pic 9(5).
            77 rl-to-line                         pic 9(5).
            77 rl-best-line                       pic 9(5).
            77 rl-best-dist                       pic 9(5).
            77 rl-dist                            pic 9(5).
            77 rl-old-line                        pic 9(5).
            77 rl-status                          pic x(8).
            77 rl-reason                          pic x(40).
            77 rl-changed-flag                    pic 9 value 0.
            77 rl-report-open                     pic 9 value 0.
            77 rl-report-path                     pic x(256)
                                                  value spaces.
            01 rl-report-status                   pic 99.
            01 rl-report-line.
                05 rl-rpt-module                  pic x(30).
                05 filler                         pic x(1).
                05 rl-rpt-old                     pic z(4)9.
                05 filler                         pic x(2).
                05 rl-rpt-new                     pic z(4)9
                                                  blank when zero.
                05 filler                         pic x(2).
                05 rl-rpt-status                  pic x(8).
                05 filler                         pic x(2).
                05 rl-rpt-reason                  pic x(40).
                05 filler                         pic x(2).
                05 rl-rpt-text                    pic x(60).

      * variables typed in with the "T" command for a new tracepoint,
      * and the pieces used to write one tracepoint log line
            77 bp-add-trace-vars                  pic x(60).
            77 bp-cond-op                         pic x(4).
            77 bp-cond-value                      pic x(30).
            77 bp-cond-current                    pic x(60).
      * the condition test-stop-condition evaluates, and its outcome
            77 bp-cond-text                       pic x(60).
            77 bp-cond-true                       pic 9.
       
            77 is-breakpoint-flag                 pic 9 value 0.
       
      * sized like the breakpoint table itself: a merge must never
      * silently drop a colleague's entries for want of room
            01 bp-merge-lst.
                05 bp-merge-entry occurs 1000     pic x(300).

      * named breakpoint sets: "BS <name>" saves the live table,
      * "BL <name>" loads a set back replacing the table, "BM <name>"
      * the module's source (see resolve-paragraph-breakpoints), so a
      * recompile that shifts line numbers cannot strand it
                    10  bp-paragraph                pic x(30).
      * a line breakpoint also keeps the paragraph it sits in and the
      * text of its source line, so a recompile that shifts the
      * lines can be caught on module entry and the breakpoint moved
      * after its statement (see relocate-line-breakpoints) -- or,
      * when the statement cannot be found in its paragraph any more,
      * orphaned ("O"): parked on line 0, where it never fires, and
      * still saved at the line it was set on
                    10  bp-home-para                pic x(30).
                    10  bp-src-text                 pic x(80).
                    10  bp-orphan-flag              pic x.
                    10  bp-saved-line               pic 9(5).

      * watchpoint table with max. 1000 watchpoints
            01 watchpoint-lst.
      * var-name/new-value for the "C" change-variable command
            77 cv-var-name                         pic x(50).
            77 cv-new-value                        pic x(60).
      *     1 once the new value was actually handed to ANIDATA "S" --
      *     only then is there an intervention to audit
            77 cv-changed-flag                     pic 9 value 0.

      * parsed pieces of a variable reference typed after V or C:
      * "NAME", "NAME(n)" or "NAME OF GROUP" / "NAME IN GROUP";
                05 iostat-entry occurs 50.
                    10 iostat-name                 pic x(30).
                    10 iostat-last                 pic x(2).
      *             the file (SELECT name) the status field belongs to
                    10 iostat-file                 pic x(30).
            77 iostat-count                        pic 9(2) value 0.
            77 iostat-scan-module                  pic x(30)
                                                   value spaces.
            77 iostat-target                       pic 99.
            01 iostat-words.
                05 iostat-word occurs 12           pic x(30).
      *     the same scan notes the record names under each FD, so a
      *     WRITE or REWRITE can be tied to its file; the SELECT and
      *     FD the scan is in the middle of
            01 iorec-lst.
                05 iorec-entry occurs 100.
                    10 iorec-name                  pic x(30).
                    10 iorec-file                  pic x(30).
            77 iorec-count                         pic 9(3) value 0.
            77 iostat-cur-select                   pic x(30).
            77 iostat-cur-fd                       pic x(30).
            77 iostat-first                        pic 99.
      *     the module the scan reads: its GETLINE and ANIDATA entry
      *     points and line count, set by the caller
            77 iostat-getline                      pic x(128).
            77 iostat-anidata                      pic x(128).
            77 iostat-line-count                   pic 9(5).

      * "E <expression>" evaluator: arithmetic (+ - * /) and one
      * comparison (= <> < > <= >=) over module variables and
                    10 ditem-name                  pic x(30).
                    10 ditem-usage                 pic 99.
                    10 ditem-length                pic 999.
                    10 ditem-item-level            pic 99.
            77 ditem-count                         pic 9(3) value 0.
            77 ditem-scan-module                   pic x(30)
                                                   value spaces.
                    10 prof-module                 pic x(30).
                    10 prof-line                   pic 9(5).
                    10 prof-count                  pic 9(8).
      *             elapsed time charged to the line in timing mode,
      *             in hundredths of a second
                    10 prof-time                   pic 9(9).
            77 prof-count-used                     pic 9(4) value 0.
            77 prof-index                          pic 9(4).
            77 prof-last-index                     pic 9(4) value 0.
            77 prof-detail-count                   pic z(7)9.
            77 prof-saved-rc                       usage binary-long.

      * timing mode (COB_ANIM_TIMING=Y): the wall-clock time from the
      * animator handing control back to the program until the next
      * statement arrives is what the previous statement cost, and is
      * charged to its profile tally entry; the time from a statement
      * arriving until control goes back is the animator's own
      * overhead (screen, trace, checks -- and the operator, when
      * stepping), kept apart so the program figures can be trusted.
      * The clock is ACCEPT FROM TIME, in hundredths of a second. The
      * report (COB_ANIM_TIMING_FILE, default gc-timing.rpt) ranks
      * lines and paragraphs per module by total elapsed time
            77 tm-enabled-flag                     pic x value 'N'.
            77 tm-path                             pic x(256).
            01 tm-file-status                      pic 99.
            01 tm-clock-buffer                     pic x(8).
            01 tm-clock-parts redefines tm-clock-buffer.
                03 tm-clock-hh                     pic 99.
                03 tm-clock-mm                     pic 99.
                03 tm-clock-ss                     pic 99.
                03 tm-clock-cc                     pic 99.
            77 tm-now                              pic 9(7).
            77 tm-arrive                           pic 9(7).
            77 tm-depart                           pic 9(7).
            77 tm-delta                            pic s9(8).
            77 tm-arrived-flag                     pic 9 value 0.
            77 tm-departed-flag                    pic 9 value 0.
            77 tm-prev-index                       pic 9(4) value 0.
            77 tm-program-total                    pic 9(11) value 0.
            77 tm-overhead-total                   pic 9(11) value 0.
            77 tm-secs                             pic 9(9)v99.
            77 tm-avg                              pic 9(7)v9(6).
            77 tm-share                            pic 999v9.
            77 tm-edit-secs                        pic z(8)9.99.
            77 tm-edit-avg                         pic z(3)9.9(6).
            77 tm-edit-count                       pic z(8)9.
            77 tm-edit-share                       pic zz9.9.
            77 tm-edit-line                        pic z(4)9.
            77 tm-module                           pic x(30).
            77 tm-module-first                     pic 9(4).
            77 tm-module-last                      pic 9(4).
            77 tm-source-line                      pic 9(5).
            77 tm-current-para                     pic x(30).
            77 tm-para-index                       pic 9(4).
            77 tm-para-found                       pic 9.
            77 tm-para-overflow                    pic 9 value 0.
            77 tm-para-count                       pic 9(4) value 0.
            01 tm-para-lst.
                05 tm-para-entry occurs 0 to 2000
                              depending on tm-para-count.
                    10 tm-para-module              pic x(30).
                    10 tm-para-name                pic x(30).
                    10 tm-para-time                pic 9(11).
                    10 tm-para-stmts               pic 9(9).

      * coverage listing: with COB_ANIM_COVERAGE=Y the same tally
      * table feeds an annotated source listing per module at
      * termination -- every line marked X (executed) or . (never

                perform load-skip-list

                perform load-assertion-rules

      *         site lock-down of operator changes, and the user id
      *         the audit trail is written under
                accept audit-lockdown-flag from environment
                'COB_ANIM_LOCKDOWN' end-accept
                call "C$TOUPPER" using audit-lockdown-flag
                by value 1 end-call
                if audit-lockdown-flag not = 'Y'
                    move 'N' to audit-lockdown-flag
                end-if

                move spaces to audit-user
                accept audit-user from environment "USER" end-accept
                if audit-user = spaces
                    accept audit-user from environment "LOGNAME"
                    end-accept
                end-if
                if audit-user = spaces
                    move "local" to audit-user
                end-if

                accept stopio-enabled-flag from environment
                'COB_ANIM_STOPIO' end-accept
                call "C$TOUPPER" using stopio-enabled-flag
                'COB_ANIM_TRACE_FILE' end-accept
                if trace-path not = spaces
                    move 'Y' to trace-enabled-flag
                    perform load-trace-window-triggers
                    perform open-trace-file
                end-if

                call "C$TOUPPER" using cov-enabled-flag
                by value 1 end-call

                accept tm-enabled-flag from environment
                'COB_ANIM_TIMING' end-accept
                call "C$TOUPPER" using tm-enabled-flag
                by value 1 end-call

                accept journal-record-flag from environment
                'COB_DEBUG_RECORD' end-accept
                call "C$TOUPPER" using journal-record-flag
                move bp-amount to bp-active-count
                perform read-session-state
                move 1 to bp-wp-init-flag
                if rl-changed-flag = 1
                    move 0 to rl-changed-flag
                    perform flush-breakpoints
                end-if
            end-if
            
            if run-mode = 'N'
            
            move 1 to return-code.
            if anim-stmt-type = 'X' or anim-stmt-type = '0'
                perform note-timing-departure
                goback.
                
            continue.
            move "F1" to func1-2.
            move "AutoStep" to func2.
            move "F2" to func2-2.
            move "StepOut" to func3.
            move "F3" to func3-2.
            move "Run2Line" to func4.
            move "F4" to func4-2.

            perform resolve-paragraph-breakpoints.

            if tw-kind(1) = 'P' or tw-kind(2) = 'P'
                perform resolve-window-paragraphs
            end-if

            move 1 to module-init-flag.

            continue.
            evaluate inp-crt-status
                when 1001 perform display-help-screen
                when 1002 perform do-auto-step
                when 1003 perform do-step-out
                when 1004 perform do-run-to-line
                when 1005 perform do-single-step
                when 1006 perform do-step-into
                when 1007 perform do-go
                when 1008 perform do-set-next-statement
                when 1009 perform do-run-to-para-end
                when 2005 perform quit-debugger
                when 2001 perform page-up
                when 2002 perform page-down

      ***************************************************************
        process-interface-block section.
            perform note-timing-arrival.

            perform log-interface-block.

            move 0 to resume-line-if.
            perform record-execution-history.

            perform tally-statement-profile.
            if tm-enabled-flag = 'Y'
                move prof-last-index to tm-prev-index
            end-if

            perform write-trace-record.

            perform check-assertions.

            if run-mode = 'N'
                if cob-anim-logging = 'Y'
                    move "Normal mode step..." to tmp-log-line
                        perform display-active-line
                     else if anim-state = 'X'
                              perform check-for-stop-run
                              perform note-timing-departure
                              goback
                          else
                              display animator-screen end-display
                    perform display-current-breakpoints
                    perform auto-step-wait
                    if run-mode = 'A'
                        perform note-timing-departure
                        goback
                    end-if
                end-if
      *         stop as though a breakpoint was hit right here
                move 0 to go-budget-hit-flag
                add 1 to go-stmt-count end-add
                add 1 to batch-stmt-count end-add
                if go-stmt-budget > 0
                and go-stmt-count >= go-stmt-budget
                    move 1 to go-budget-hit-flag
                        move 0 to is-breakpoint-flag
                        move 0 to is-watchpoint-flag
                    end-if
                    perform note-timing-departure
                    goback
                end-if

                        move "No BP, goback..." to tmp-log-line
                        perform log-msg
                    end-if
                    perform note-timing-departure
                    goback
                end-if
            end-if
                                to tmp-log-line
                            perform log-msg
                        end-if
                        perform note-timing-departure
                        goback
                    end-if
                end-if
                        move "No BP, goback..." to tmp-log-line
                        perform log-msg
                    end-if
                    perform note-timing-departure
                    goback
                end-if
            end-if

      * step-out ("StepOut", F3): run like Go mode until the frame the
      * step started in has returned -- the first statement notified
      * at a shallower call depth (not the returning frame's own exit
      * notification) is the caller's next statement, and stops the
      * run like a breakpoint; a breakpoint or watchpoint hit in the
      * frame, or in anything it calls, still stops it first
            if run-mode = 'U'
                if anim-stmt-type = '0'
                    move 0 to module-init-flag
                    perform do-initialization
                else if anim-state = 'I' and module-init-flag = 0
                        perform do-initialization
                     end-if
                end-if
                if cob-anim-logging = 'Y'
                    move "Step-out mode step..." to tmp-log-line
                    perform log-msg
                end-if
                move cobol-src-name to bp-check-src-name
                move active-line to bp-check-src-line

                perform check-for-stop-run

                perform is-breakpoint
                perform check-breakpoint-condition
                perform check-tracepoint
                perform is-watchpoint-changed
                perform check-io-status

                if anim-state not = 'X'
                and call-depth <= step-out-target-depth
                    move 1 to is-breakpoint-flag
                end-if

                if is-breakpoint-flag = 1 or is-watchpoint-flag = 1
                    move 'N' to run-mode
                    perform flush-trace-buffer
                    display animator-screen end-display
                    perform display-active-line
                    perform display-current-breakpoints
                    if is-watchpoint-flag = 1
                        move spaces to command-input-line
                        string "Watchpoint changed: " delimited by size
                            watchpoint-hit-name delimited by size
                            into command-input-line
                        end-string
                        display command-input-line end-display
                    end-if
                else
                    if cob-anim-logging = 'Y'
                        move "Still in the frame, goback..."
                            to tmp-log-line
                        perform log-msg
                    end-if
                    perform note-timing-departure
                    goback
                end-if
            end-if

      * run-to-paragraph-end ("ParaEnd", F9): run like Go mode until
      * the first statement outside the captured paragraph -- at its
      * own depth past its line range (fallen through to the next
      * paragraph, or gone to another), or at a shallower depth (the
      * paragraph's perform or call has returned); breakpoints and
      * watchpoints hit on the way still stop the run
            if run-mode = 'E'
                if anim-stmt-type = '0'
                    move 0 to module-init-flag
                    perform do-initialization
                else if anim-state = 'I' and module-init-flag = 0
                        perform do-initialization
                     end-if
                end-if
                if cob-anim-logging = 'Y'
                    move "Para-end mode step..." to tmp-log-line
                    perform log-msg
                end-if
                move cobol-src-name to bp-check-src-name
                move active-line to bp-check-src-line

                perform check-for-stop-run

                perform is-breakpoint
                perform check-breakpoint-condition
                perform check-tracepoint
                perform is-watchpoint-changed
                perform check-io-status

                if anim-state not = 'X'
                    if call-depth < pe-target-depth
                        move 1 to is-breakpoint-flag
                    end-if
                    if call-depth = pe-target-depth
                    and (cobol-src-name not = pe-src-name
                        or active-line < pe-from-line
                        or active-line > pe-to-line)
                        move 1 to is-breakpoint-flag
                    end-if
                end-if

                if is-breakpoint-flag = 1 or is-watchpoint-flag = 1
                    move 'N' to run-mode
                    perform flush-trace-buffer
                    display animator-screen end-display
                    perform display-active-line
                    perform display-current-breakpoints
                    if is-watchpoint-flag = 1
                        move spaces to command-input-line
                        string "Watchpoint changed: " delimited by size
                            watchpoint-hit-name delimited by size
                            into command-input-line
                        end-string
                        display command-input-line end-display
                    end-if
                else
                    if cob-anim-logging = 'Y'
                        move "Still in the paragraph, goback..."
                            to tmp-log-line
                        perform log-msg
                    end-if
                    perform note-timing-departure
                    goback
                end-if
            end-if
      *             the skipped call has returned; its own exit
      *             notification still belongs to the quiet stretch
                    move 0 to skip-active-flag
                    perform note-timing-departure
                    goback
                end-if
                if call-depth > skip-target-depth
                    perform note-timing-departure
                    goback
                end-if
                move 0 to skip-active-flag
                if anim-state = 'X'
                    move 0 to skip-active-flag
                end-if
                perform note-timing-departure
                goback
            end-if

            or function upper-case(tmp-command-input-buffer(1:1)) = 'Y'
                
                perform flush-breakpoints

                if assert-enabled-flag = 'Y'
                    perform write-assertion-report
                end-if

                if trace-enabled-flag = 'Y'
                and trace-open-flag = 1
                    move "QUIT" to trace-end-reason
                    perform write-trace-trailer
                    move "C" to trace-action
                    call "animod" using trace-ifc end-call
                    move 0 to trace-open-flag
                end-if
      *          Doesn't work in GC 1.1
      *          display spaces upon crt end-display
                display empty-screen end-display
                    perform write-coverage-report
                end-if

                if tm-enabled-flag = 'Y'
                    perform write-timing-report
                end-if

                if assert-enabled-flag = 'Y'
                    perform write-assertion-report
                end-if

                if trace-enabled-flag = 'Y'
                and trace-open-flag = 1
                    perform dump-at-abnormal-end
                    perform write-trace-trailer
                    move "C" to trace-action
                    call "animod" using trace-ifc end-call
                    move 0 to trace-open-flag
                end-if

                if anim-batch-flag = 'Y'
                    perform write-batch-summary
                end-if
            end-if

            continue.
      *** tight loops do not rescan the whole table every statement
        tally-statement-profile section.
            if (prof-enabled-flag not = 'Y'
                and cov-enabled-flag not = 'Y'
                and tm-enabled-flag not = 'Y')
            or anim-state = 'X'
            or active-line = 0
                exit section
                        to prof-module(prof-count-used)
                    move active-line to prof-line(prof-count-used)
                    move 1 to prof-count(prof-count-used)
                    move 0 to prof-time(prof-count-used)
                    move prof-count-used to prof-last-index
                else
      *             a dropped line must not read as "never executed"
      *             later -- both reports warn when this is set
                    move 1 to prof-overflow-flag
      *             nor may its time land on the line before it
                    move 0 to prof-last-index
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- a statement has arrived: the time since
      *** control went back to the program is what the previous
      *** statement cost
        note-timing-arrival section.
            if tm-enabled-flag not = 'Y'
                exit section
            end-if

            perform read-timing-clock.

            if tm-departed-flag = 1
                compute tm-delta = tm-now - tm-depart end-compute
                if tm-delta < 0
                    add 8640000 to tm-delta end-add
                end-if
                add tm-delta to tm-program-total end-add
                if tm-prev-index > 0
                    add tm-delta to prof-time(tm-prev-index) end-add
                end-if
            end-if

            move tm-now to tm-arrive.
            move 1 to tm-arrived-flag.
            move 0 to tm-departed-flag.

            continue.

      ***************************************************************
      *** ----------------- control goes back to the program: the
      *** time since the statement arrived was the animator's
        note-timing-departure section.
            if tm-enabled-flag not = 'Y'
            or tm-arrived-flag = 0
                exit section
            end-if

            perform read-timing-clock.

            compute tm-delta = tm-now - tm-arrive end-compute.
            if tm-delta < 0
                add 8640000 to tm-delta end-add
            end-if
            add tm-delta to tm-overhead-total end-add.

            move tm-now to tm-depart.
            move 1 to tm-departed-flag.
            move 0 to tm-arrived-flag.

            continue.

      ***************************************************************
      *** ----------------- the time of day in hundredths of a second
        read-timing-clock section.
            accept tm-clock-buffer from time end-accept.
            compute tm-now = ((tm-clock-hh * 60 + tm-clock-mm) * 60
                + tm-clock-ss) * 100 + tm-clock-cc
            end-compute.

            continue.

      ***************************************************************
            continue.

      ***************************************************************
      *** ----------------- the timing report: run totals with the
      *** animator's overhead apart, then per module the executed
      *** lines and the paragraphs they belong to, each ranked by
      *** total elapsed time, with average per execution and share
      *** of the program's time
        write-timing-report section.
            if prof-count-used = 0
                exit section
            end-if

            move return-code to prof-saved-rc.

            move spaces to tm-path.
            accept tm-path from environment "COB_ANIM_TIMING_FILE"
            end-accept
            if tm-path = spaces
                move "gc-timing.rpt" to tm-path
            end-if

      *     paragraph totals first, from a sweep of each module's
      *     source in line order
            sort prof-entry ascending prof-module prof-line.
            move 0 to tm-para-count.
            move 0 to tm-para-overflow.
            perform tally-timing-paragraphs.

            sort prof-entry ascending prof-module
                descending prof-time.
            if tm-para-count > 1
                sort tm-para-entry ascending tm-para-module
                    descending tm-para-time
            end-if

            open output timing-file.
            if tm-file-status not = 0
                move prof-saved-rc to return-code
                exit section
            end-if

            move spaces to timing-line.
            string "STATEMENT TIMING - ELAPSED TIME PER LINE"
                delimited by size
                " AND PARAGRAPH" delimited by size
                into timing-line
            end-string.
            write timing-line end-write.
            move spaces to timing-line.
            move "TIMES IN SECONDS, MEASURED TO 0.01 SECOND"
                to timing-line.
            write timing-line end-write.
            move spaces to timing-line.
            write timing-line end-write.

            compute tm-secs =
                (tm-program-total + tm-overhead-total) / 100
            end-compute.
            move tm-secs to tm-edit-secs.
            move spaces to timing-line.
            string "RUN ELAPSED:        " delimited by size
                tm-edit-secs delimited by size
                into timing-line
            end-string.
            write timing-line end-write.

            compute tm-secs = tm-program-total / 100 end-compute.
            move tm-secs to tm-edit-secs.
            move spaces to timing-line.
            string "PROGRAM:            " delimited by size
                tm-edit-secs delimited by size
                into timing-line
            end-string.
            write timing-line end-write.

            compute tm-secs = tm-overhead-total / 100 end-compute.
            move tm-secs to tm-edit-secs.
            move spaces to timing-line.
            string "ANIMATOR OVERHEAD:  " delimited by size
                tm-edit-secs delimited by size
                "  (NOT IN THE FIGURES BELOW)" delimited by size
                into timing-line
            end-string.
            write timing-line end-write.

            if prof-overflow-flag = 1
                move spaces to timing-line
                move "TALLY TABLE OVERFLOWED - RESULTS INCOMPLETE"
                    to timing-line
                write timing-line end-write
            end-if
            if tm-para-overflow = 1
                move spaces to timing-line
                move "PARAGRAPH TABLE OVERFLOWED - RESULTS INCOMPLETE"
                    to timing-line
                write timing-line end-write
            end-if

            move spaces to tm-module.
            perform varying prof-index from 1 by 1
                    until prof-index > prof-count-used

                if prof-module(prof-index) not = tm-module
                    if tm-module not = spaces
                        perform write-timing-paragraphs
                    end-if
                    move prof-module(prof-index) to tm-module

                    move spaces to timing-line
                    write timing-line end-write
                    move spaces to timing-line
                    string "MODULE: " delimited by size
                        function trim(tm-module) delimited by size
                        into timing-line
                    end-string
                    write timing-line end-write
                    move spaces to timing-line
                    move "LINES BY ELAPSED TIME" to timing-line
                    write timing-line end-write
                    move spaces to timing-line
                    string "        TOTAL        AVERAGE"
                        delimited by size
                        "      COUNT  SHARE   LINE  SOURCE TEXT"
                        delimited by size
                        into timing-line
                    end-string
                    write timing-line end-write

                    move spaces to prof-getline
                    string "get_aniline_" delimited by size
                        tm-module delimited by spaces
                        into prof-getline
                    end-string
                end-if

                move prof-line(prof-index) to tmp-linenumber-bin
                move spaces to tmp-source-line-buffer
                call prof-getline using tmp-linenumber-bin
                    tmp-source-line-buffer end-call

                compute tm-secs = prof-time(prof-index) / 100
                end-compute
                move tm-secs to tm-edit-secs
                compute tm-avg rounded = prof-time(prof-index)
                    / prof-count(prof-index) / 100
                end-compute
                move tm-avg to tm-edit-avg
                move prof-count(prof-index) to tm-edit-count
                move 0 to tm-share
                if tm-program-total > 0
                    compute tm-share rounded = prof-time(prof-index)
                        * 100 / tm-program-total
                    end-compute
                end-if
                move tm-share to tm-edit-share
                move prof-line(prof-index) to tm-edit-line

                move spaces to timing-line
                string tm-edit-secs delimited by size
                    "  " delimited by size
                    tm-edit-avg delimited by size
                    "  " delimited by size
                    tm-edit-count delimited by size
                    "  " delimited by size
                    tm-edit-share delimited by size
                    "  " delimited by size
                    tm-edit-line delimited by size
                    "  " delimited by size
                    tmp-source-line-buffer(1:60) delimited by size
                    into timing-line
                end-string
                write timing-line end-write
            end-perform

            if tm-module not = spaces
                perform write-timing-paragraphs
            end-if

            close timing-file.

            move prof-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- the paragraphs of module tm-module, from
      *** the table write-timing-report sorted hottest first
        write-timing-paragraphs section.
            move spaces to timing-line.
            write timing-line end-write.
            move spaces to timing-line.
            move "PARAGRAPHS BY ELAPSED TIME" to timing-line.
            write timing-line end-write.
            move spaces to timing-line.
            string "        TOTAL        AVERAGE" delimited by size
                "      COUNT  SHARE  PARAGRAPH" delimited by size
                into timing-line
            end-string.
            write timing-line end-write.

            perform varying tm-para-index from 1 by 1
                    until tm-para-index > tm-para-count
                if tm-para-module(tm-para-index) = tm-module
                    compute tm-secs = tm-para-time(tm-para-index) / 100
                    end-compute
                    move tm-secs to tm-edit-secs
                    compute tm-avg rounded =
                        tm-para-time(tm-para-index)
                        / tm-para-stmts(tm-para-index) / 100
                    end-compute
                    move tm-avg to tm-edit-avg
                    move tm-para-stmts(tm-para-index) to tm-edit-count
                    move 0 to tm-share
                    if tm-program-total > 0
                        compute tm-share rounded =
                            tm-para-time(tm-para-index) * 100
                            / tm-program-total
                        end-compute
                    end-if
                    move tm-share to tm-edit-share

                    move spaces to timing-line
                    string tm-edit-secs delimited by size
                        "  " delimited by size
                        tm-edit-avg delimited by size
                        "  " delimited by size
                        tm-edit-count delimited by size
                        "  " delimited by size
                        tm-edit-share delimited by size
                        "  " delimited by size
                        tm-para-name(tm-para-index) delimited by size
                        into timing-line
                    end-string
                    write timing-line end-write
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- charge every tally entry to its paragraph:
      *** per module (entries sorted by module and line) the source
      *** is read from the top through the module's GETLINE entry,
      *** the current paragraph following each header, up to the
      *** module's last executed line
        tally-timing-paragraphs section.
            move 1 to tm-module-first.
            perform until tm-module-first > prof-count-used
                move prof-module(tm-module-first) to tm-module
                move tm-module-first to tm-module-last
                perform until tm-module-last = prof-count-used
                        or prof-module(tm-module-last + 1)
                           not = tm-module
                    add 1 to tm-module-last end-add
                end-perform

                move spaces to rl-getline
                string "get_aniline_" delimited by size
                    tm-module delimited by spaces
                    into rl-getline
                end-string

                move "(NO PARAGRAPH)" to tm-current-para
                move tm-module-first to prof-index
                perform varying tm-source-line from 1 by 1
                        until tm-source-line
                              > prof-line(tm-module-last)
                    move tm-source-line to tmp-linenumber
                    perform check-paragraph-header
                    evaluate rl-header-flag
                        when 1
                            move rl-header-name to tm-current-para
                        when 2
                            move "(NO PARAGRAPH)" to tm-current-para
                    end-evaluate

                    perform until prof-index > tm-module-last
                            or prof-line(prof-index) > tm-source-line
                        if prof-line(prof-index) = tm-source-line
                            perform add-timing-paragraph
                        end-if
                        add 1 to prof-index end-add
                    end-perform
                end-perform

                compute tm-module-first = tm-module-last + 1
                end-compute
            end-perform

            continue.

      ***************************************************************
      *** ----------------- tally entry prof-index into the entry of
      *** paragraph tm-current-para of module tm-module
        add-timing-paragraph section.
            move 0 to tm-para-found.
            perform varying tm-para-index from tm-para-count by -1
                    until tm-para-index < 1
                    or tm-para-found = 1
                if tm-para-module(tm-para-index) = tm-module
                and tm-para-name(tm-para-index) = tm-current-para
                    move 1 to tm-para-found
                    add prof-time(prof-index)
                        to tm-para-time(tm-para-index) end-add
                    add prof-count(prof-index)
                        to tm-para-stmts(tm-para-index) end-add
                end-if
            end-perform

            if tm-para-found = 0
                if tm-para-count < 2000
                    add 1 to tm-para-count end-add
                    move tm-module to tm-para-module(tm-para-count)
                    move tm-current-para
                        to tm-para-name(tm-para-count)
                    move prof-time(prof-index)
                        to tm-para-time(tm-para-count)
                    move prof-count(prof-index)
                        to tm-para-stmts(tm-para-count)
                else
                    move 1 to tm-para-overflow
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- write the coverage listing: per module
      *** animated this run, every source line via GETLINE marked
      *** X (executed) or . (never executed); the tally table is
      *** sorted by module and line so one forward sweep pairs each
      *** source line with its tally entry
        write-coverage-report section.
            if prof-count-used = 0
                exit section
            end-if

            move return-code to cov-saved-rc.

            move spaces to cov-path.
            accept cov-path from environment "COB_ANIM_COVERAGE_FILE"
            end-accept
            if cov-path = spaces
                move "gc-coverage.rpt" to cov-path
            end-if

            sort prof-entry ascending prof-module prof-line.

            open output cov-file.
            if cov-file-status not = 0
                move cov-saved-rc to return-code
                exit section
            end-if

            move spaces to cov-report-line.
            move "TEST COVERAGE LISTING - X EXECUTED, . NOT EXECUTED"
                to cov-report-line.
            write cov-report-line end-write.

            if prof-overflow-flag = 1
                move spaces to cov-report-line
                move "TALLY TABLE OVERFLOWED - RESULTS INCOMPLETE"
                    to cov-report-line
                write cov-report-line end-write
            end-if

            move 1 to prof-index.
            perform until prof-index > prof-count-used
                move prof-module(prof-index) to cov-module

                move spaces to cov-report-line
                write cov-report-line end-write

                move spaces to cov-report-line
                string "MODULE: " delimited by size
                    function trim(cov-module) delimited by size
                    into cov-report-line
                end-string
                write cov-report-line end-write

                move spaces to cov-getline
                string "get_aniline_" delimited by size
                    cov-module delimited by spaces
                    into cov-getline
                end-string

                move spaces to cov-getlinecount
                string "get_linecount_" delimited by size
                    cov-module delimited by spaces
                    into cov-getlinecount
                end-string

                call cov-getlinecount end-call
                move return-code to cov-line-count

                perform varying cov-line from 1 by 1
                        until cov-line > cov-line-count
        do-single-step section.
            move 'O' to run-mode.
            move call-depth to step-over-target-depth.
            perform note-timing-departure
            goback.

      ***************************************************************
        do-step-into section.
            move 'N' to run-mode.
            perform note-timing-departure
            goback.
            
      ***************************************************************
            giving tmp-linenumber end-subtract
            move linenumber(tmp-linenumber) to rtl-src-line.
            move 'L' to run-mode.
            perform note-timing-departure
            goback.

      ***************************************************************
      *** ----------------- "StepOut" (F3): resume in run-mode 'U'
      *** until the current frame has returned to its caller (see
      *** process-interface-block); in the outermost program there
      *** is no caller to return to, so the run simply goes on
        do-step-out section.
            if call-depth = 0
                perform do-go
            end-if
            compute step-out-target-depth = call-depth - 1
            end-compute.
            move 'U' to run-mode.
            perform note-timing-departure
            goback.

      ***************************************************************
      *** ----------------- "ParaEnd" (F9): capture the line range of
      *** the paragraph holding the active line -- from its header
      *** (or the top of the procedure code) to the line before the
      *** next header -- then resume in run-mode 'E'
        do-run-to-para-end section.
            move GETLINE to rl-getline.
            move active-line to rl-old-line.
            perform find-home-paragraph.
            if rl-header-flag > 0
                compute pe-from-line = tmp-linenumber-3 + 1
                end-compute
            else
                move 1 to pe-from-line
            end-if

            compute rl-from-line = pe-from-line + 1 end-compute.
            perform find-paragraph-end.
            move rl-to-line to pe-to-line.

            move cobol-src-name to pe-src-name.
            move call-depth to pe-target-depth.
            move 'E' to run-mode.
            perform note-timing-departure
            goback.

      ***************************************************************
      *** process-interface-block and auto-step-wait)
        do-auto-step section.
            move 'A' to run-mode.
            perform note-timing-departure
            goback.

      ***************************************************************
        do-go section.
            move 'G' to run-mode.
            move 0 to go-stmt-count.
            perform note-timing-departure
            goback.

      ***************************************************************
      *** at that line within the current paragraph -- skipping the
      *** statements in between (forward) or re-running them (back)
        do-set-next-statement section.
            if audit-lockdown-flag = 'Y'
                move "SetNext is locked down at this site"
                    to command-input-line
                display command-input-line end-display
                move "Command: " to command-input-line
                exit section
            end-if

            subtract 1 from line-cursor-position
            giving tmp-linenumber end-subtract
            move linenumber(tmp-linenumber) to resume-line-if.

            move 'N' to audit-kind.
            move "SETNEXT" to audit-var-name.
            move active-line to audit-edit-line.
            move audit-edit-line to audit-old-value.
            move resume-line-if to audit-edit-line.
            move audit-edit-line to audit-new-value.
            perform write-audit-record.

            move 'N' to run-mode.
            perform note-timing-departure
            goback.

      ***************************************************************
                            with pointer tmp-line-position
                        end-unstring
                    end-if
                    perform parse-bp-source-fields

                    if tmp-bp-src-name not = spaces
                        add 1 to bp-amount end-add
                            to bp-trace-vars(bp-amount)
                        move tmp-bp-paragraph
                            to bp-paragraph(bp-amount)
                        move tmp-bp-home-para
                            to bp-home-para(bp-amount)
                        move tmp-bp-src-text
                            to bp-src-text(bp-amount)
                        move space to bp-orphan-flag(bp-amount)
                        move tmp-bp-src-line
                            to bp-saved-line(bp-amount)
                        move tmp-bp-src-name
                            to bp-snap-name(bp-amount)
                        move tmp-bp-src-line
                    end-if
                end-perform

                perform relocate-line-breakpoints

                if rp-sort-flag = 1
                    sort bp-line-struct ascending bp-src-name
                        bp-src-line
                move cobol-src-name to rp-resolved-module
            end-if

      *     moved or orphaned breakpoints go back to disk at once --
      *     but not before the session state was read back, which
      *     flush-breakpoints rewrites as well
            if rl-changed-flag = 1
            and bp-wp-init-flag = 1
                move 0 to rl-changed-flag
                perform flush-breakpoints
            end-if

            continue.

      ***************************************************************
            continue.

      ***************************************************************
      *** ----------------- the two trailing fields of a list file
      *** line, after the paragraph: the paragraph the line sits in,
      *** then the source text -- last, and taken as the rest of the
      *** line, so a semicolon in the statement cannot split it.
      *** Lists written before these fields existed leave them blank
        parse-bp-source-fields section.
            move spaces to tmp-bp-home-para.
            move spaces to tmp-bp-src-text.

            if tmp-line-position <= length of bp-line
                unstring bp-line delimited by ';'
                    into tmp-bp-home-para
                    with pointer tmp-line-position
                end-unstring
            end-if
            if tmp-line-position <= length of bp-line
                move bp-line(tmp-line-position:) to tmp-bp-src-text
            end-if

            continue.

      ***************************************************************
      *** ----------------- tie table entry rp-index to the module's
      *** current source: the text of its line and the paragraph the
      *** line belongs to
        capture-bp-source section.
            move GETLINE to rl-getline.
            move bp-src-line(rp-index) to tmp-linenumber.
            perform get-normalized-line.
            move rl-line-text to bp-src-text(rp-index).

            move bp-src-line(rp-index) to rl-old-line.
            perform find-home-paragraph.
            move rl-header-name to bp-home-para(rp-index).

            continue.

      ***************************************************************
      *** ----------------- check every line breakpoint of the module
      *** just entered against its saved source text: still on its
      *** statement -- fine; the statement moved -- follow it to the
      *** nearest line in the same paragraph with the same text; not
      *** to be found there -- orphan it, so it never fires on some
      *** unrelated statement. Paragraph breakpoints re-resolve by
      *** name above and are left alone; entries saved before the
      *** text was kept are tied to the current source as they are
        relocate-line-breakpoints section.
            move 0 to rl-report-open.
            move GETLINE to rl-getline.

            perform varying rp-index from 1 by 1
                    until rp-index = bp-next-line

                if bp-src-name(rp-index) = cobol-src-name
                and bp-paragraph(rp-index) = spaces
                    evaluate true
                        when bp-src-text(rp-index) = spaces
                            if bp-src-line(rp-index) > 0
                            and bp-src-line(rp-index)
                                <= module-line-count
                                perform capture-bp-source
                                if bp-src-text(rp-index) not = spaces
                                    move 1 to rl-changed-flag
                                end-if
                            end-if
                        when other
                            perform relocate-one-breakpoint
                    end-evaluate
                end-if
            end-perform

            if rl-report-open = 1
                close reloc-file
                move 0 to rl-report-open
            end-if

            continue.

      ***************************************************************
      *** ----------------- one breakpoint (table entry rp-index)
        relocate-one-breakpoint section.
            move bp-src-line(rp-index) to rl-old-line.
            if bp-orphan-flag(rp-index) = 'O'
                move bp-saved-line(rp-index) to rl-old-line
            end-if

      *     still on its own statement
            if rl-old-line > 0
            and rl-old-line <= module-line-count
                move rl-old-line to tmp-linenumber
                perform get-normalized-line
                if rl-line-text = bp-src-text(rp-index)
                    if bp-orphan-flag(rp-index) = 'O'
                        move space to bp-orphan-flag(rp-index)
                        move rl-old-line to bp-src-line(rp-index)
                        move 1 to rp-sort-flag
                        move 1 to rl-changed-flag
                        move rl-old-line to rl-best-line
                        move "REARMED" to rl-status
                        move "SOURCE LINE IS BACK IN PLACE"
                            to rl-reason
                        perform write-reloc-line
                    end-if
                    exit section
                end-if
            end-if

      *     the window to look in: the breakpoint's own paragraph,
      *     from its header to the next one -- the whole module when
      *     the breakpoint sat ahead of any paragraph
            move 1 to rl-from-line.
            move module-line-count to rl-to-line.
            if bp-home-para(rp-index) not = spaces
                move bp-home-para(rp-index) to rp-para-name
                perform find-paragraph-line
                if rp-decl-line = 0
                    move 0 to rl-best-line
                    move spaces to rl-reason
                    string "PARAGRAPH " delimited by size
                        function trim(bp-home-para(rp-index))
                        delimited by size
                        " NOT FOUND" delimited by size
                        into rl-reason
                    end-string
                    perform orphan-breakpoint
                    exit section
                end-if
                compute rl-from-line = rp-decl-line + 1 end-compute
                perform find-paragraph-end
            end-if

      *     the nearest line in the window with the same text
            move 0 to rl-best-line.
            move 99999 to rl-best-dist.
            perform varying tmp-linenumber-3 from rl-from-line by 1
                    until tmp-linenumber-3 > rl-to-line
                move tmp-linenumber-3 to tmp-linenumber
                perform get-normalized-line
                if rl-line-text = bp-src-text(rp-index)
                    if tmp-linenumber-3 > rl-old-line
                        compute rl-dist = tmp-linenumber-3 - rl-old-line
                        end-compute
                    else
                        compute rl-dist = rl-old-line - tmp-linenumber-3
                        end-compute
                    end-if
                    if rl-dist < rl-best-dist
                        move rl-dist to rl-best-dist
                        move tmp-linenumber-3 to rl-best-line
                    end-if
                end-if
            end-perform

            if rl-best-line = 0
                move spaces to rl-reason
                if bp-home-para(rp-index) = spaces
                    move "STATEMENT NOT FOUND IN MODULE" to rl-reason
                else
                    string "STATEMENT NOT FOUND IN " delimited by size
                        function trim(bp-home-para(rp-index))
                        delimited by size
                        into rl-reason
                    end-string
                end-if
                perform orphan-breakpoint
                exit section
            end-if

      *     the old line goes on record for the merge, the way a
      *     deletion does -- or the stale copy in the shared file
      *     would come back as another session's entry
            perform snap-breakpoint-line.

            move rl-best-line to bp-src-line(rp-index).
            move rl-best-line to bp-saved-line(rp-index).
            move space to bp-orphan-flag(rp-index).
            move 1 to rp-sort-flag.
            move 1 to rl-changed-flag.

            move "MOVED" to rl-status.
            move spaces to rl-reason.
            if bp-home-para(rp-index) = spaces
                move "SAME STATEMENT ELSEWHERE IN MODULE" to rl-reason
            else
                string "SAME STATEMENT IN " delimited by size
                    function trim(bp-home-para(rp-index))
                    delimited by size
                    into rl-reason
                end-string
            end-if
            perform write-reloc-line.

            continue.

      ***************************************************************
      *** ----------------- park entry rp-index on line 0, where no
      *** statement ever runs; reported the first time only, later
      *** module entries in the session just look for it again
        orphan-breakpoint section.
            if bp-orphan-flag(rp-index) = 'O'
                exit section
            end-if

            perform snap-breakpoint-line.

            move rl-old-line to bp-saved-line(rp-index).
            move 0 to bp-src-line(rp-index).
            move 'O' to bp-orphan-flag(rp-index).
            move 1 to rp-sort-flag.
            move 1 to rl-changed-flag.

            move 0 to rl-best-line.
            move "ORPHANED" to rl-status.
            perform write-reloc-line.

            continue.

      ***************************************************************
      *** ----------------- note entry rp-index's current line in the
      *** read-in snapshot (see collect-foreign-breakpoints)
        snap-breakpoint-line section.
            if bp-snap-count < 2000
            and bp-src-line(rp-index) > 0
                add 1 to bp-snap-count end-add
                move bp-src-name(rp-index)
                    to bp-snap-name(bp-snap-count)
                move bp-src-line(rp-index)
                    to bp-snap-line(bp-snap-count)
            end-if

            continue.

      ***************************************************************
      *** ----------------- one line of the relocation report; the
      *** report is opened (appended to) on the first line of a
      *** module's pass, under a heading naming module and time
        write-reloc-line section.
            if rl-report-open = 0
                if rl-report-path = spaces
                    accept rl-report-path from environment
                    "COB_ANIM_BPRELOC_FILE" end-accept
                    if rl-report-path = spaces
                        move "gc-bpreloc.rpt" to rl-report-path
                    end-if
                end-if

                open extend reloc-file
                if rl-report-status = 35
                    open output reloc-file
                end-if
                if rl-report-status not = 0
                    exit section
                end-if
                move 1 to rl-report-open

                accept audit-date from date yyyymmdd end-accept
                accept audit-time-buffer from time end-accept
                move spaces to reloc-line
                string "BREAKPOINT RELOCATION  " delimited by size
                    audit-date delimited by size
                    " " delimited by size
                    audit-time-buffer(1:6) delimited by size
                    "  MODULE " delimited by size
                    function trim(cobol-src-name) delimited by size
                    into reloc-line
                end-string
                write reloc-line end-write
                move spaces to reloc-line
                move "MODULE" to reloc-line(1:6)
                move "OLD-L  NEW-L  STATUS    REASON"
                    to reloc-line(32:30)
                move "SOURCE TEXT" to reloc-line(98:11)
                write reloc-line end-write
            end-if

            move spaces to rl-report-line.
            move bp-src-name(rp-index) to rl-rpt-module.
            move rl-old-line to rl-rpt-old.
            move rl-best-line to rl-rpt-new.
            move rl-status to rl-rpt-status.
            move rl-reason to rl-rpt-reason.
            move bp-src-text(rp-index) to rl-rpt-text.
            move rl-report-line to reloc-line.
            write reloc-line end-write.

            continue.

      ***************************************************************
      *** ----------------- source line tmp-linenumber as compared
      *** for relocation: tabs and carriage returns blanked, a
      *** numeric sequence area (columns 1-6, and with it columns 73
      *** on) dropped, since resequencing must not unhook breakpoints,
      *** and leading blanks trimmed
        get-normalized-line section.
            move tmp-linenumber to tmp-linenumber-bin.
            move spaces to rl-scan-line.
            call GETLINE using tmp-linenumber-bin
                rl-scan-line end-call

            perform blank-sequence-area.

            move function trim(rl-scan-line) to rl-line-text.

            continue.

      ***************************************************************
        blank-sequence-area section.
            inspect rl-scan-line replacing all x"0D" by space
                                             all x"09" by space.
            if rl-scan-line(1:6) is numeric
                move spaces to rl-scan-line(1:6)
                move spaces to rl-scan-line(73:)
            end-if

            continue.

      ***************************************************************
      *** ----------------- is line tmp-linenumber a paragraph or
      *** section header (rl-header-flag 1, its name in
      *** rl-header-name) or the PROCEDURE DIVISION header (2)? A
      *** header starts in area A and is the name alone with its
      *** period, or the name followed by SECTION; lone verbs such as
      *** EXIT. or GOBACK. and scope terminators don't count
        check-paragraph-header section.
            move 0 to rl-header-flag.
            move spaces to rl-header-name.

            move tmp-linenumber to tmp-linenumber-bin.
            move spaces to rl-scan-line.
            call rl-getline using tmp-linenumber-bin
                rl-scan-line end-call

            perform blank-sequence-area.

            if rl-scan-line = spaces
                exit section
            end-if

            move 0 to rl-first-pos.
            perform varying tmp-counter from 1 by 1
                    until tmp-counter > 12
                    or rl-first-pos > 0
                if rl-scan-line(tmp-counter:1) not = space
                    move tmp-counter to rl-first-pos
                end-if
            end-perform

            if rl-first-pos = 0
            or rl-first-pos > 11
                exit section
            end-if
            if rl-scan-line(rl-first-pos:1) = "*"
            or rl-scan-line(rl-first-pos:1) = "/"
                exit section
            end-if

            move function upper-case(rl-scan-line(rl-first-pos:))
                to rl-scan-line.
            move spaces to rl-word-1.
            move spaces to rl-word-2.
            unstring rl-scan-line delimited by all space
                into rl-word-1 rl-word-2
            end-unstring

            if rl-word-1 = "PROCEDURE"
            and rl-word-2(1:8) = "DIVISION"
                move 2 to rl-header-flag
                exit section
            end-if

            move 0 to rl-dot-count.
            inspect rl-word-1 tallying rl-dot-count for all ".".

            evaluate true
                when rl-word-2 = "SECTION" or rl-word-2 = "SECTION."
                    unstring rl-word-1 delimited by "."
                        into rl-header-name
                    end-unstring
                    move 1 to rl-header-flag
                when rl-word-2 = spaces and rl-dot-count > 0
                    unstring rl-word-1 delimited by "."
                        into rl-header-name
                    end-unstring
                    if rl-header-name = "EXIT"
                    or rl-header-name = "GOBACK"
                    or rl-header-name = "CONTINUE"
                    or rl-header-name(1:4) = "END-"
                    or rl-header-name = spaces
                        move spaces to rl-header-name
                    else
                        move 1 to rl-header-flag
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- the paragraph line rl-old-line sits in:
      *** the nearest header above it, spaces when the PROCEDURE
      *** DIVISION header (or the top of the source) comes first
        find-home-paragraph section.
            move spaces to rl-header-name.
            move 0 to rl-header-flag.

            if rl-old-line < 2
                exit section
            end-if

            compute tmp-linenumber-3 = rl-old-line - 1 end-compute.
            perform until tmp-linenumber-3 = 0
                    or rl-header-flag > 0
                move tmp-linenumber-3 to tmp-linenumber
                perform check-paragraph-header
                subtract 1 from tmp-linenumber-3 end-subtract
            end-perform

            if rl-header-flag not = 1
                move spaces to rl-header-name
            end-if

            continue.

      ***************************************************************
      *** ----------------- last line of the paragraph that starts at
      *** rl-from-line: the line before the next header, or the end
      *** of the source
        find-paragraph-end section.
            move module-line-count to rl-to-line.
            move 0 to rl-header-flag.

            perform varying tmp-linenumber-3 from rl-from-line by 1
                    until tmp-linenumber-3 > module-line-count
                    or rl-header-flag > 0
                move tmp-linenumber-3 to tmp-linenumber
                perform check-paragraph-header
                if rl-header-flag > 0
                    compute rl-to-line = tmp-linenumber-3 - 1
                    end-compute
                end-if
            end-perform

            continue.

      ***************************************************************
        set-unset-breakpoint section.
            move cobol-src-name to bp-check-src-name.
            move line-cursor-position to bp-check-src-line.
            subtract 1 from line-cursor-position
            giving tmp-linenumber end-subtract
            move linenumber(tmp-linenumber) to bp-add-src-line.

            perform is-breakpoint.

            if is-breakpoint-flag = 0
                move spaces to bp-add-condition
                move spaces to bp-add-trace-vars
                move spaces to bp-add-paragraph
                display "Condition (blank = none): "
                    line command-line-no col 1
                    end-display

      *         the condition answer is part of the session script:
      *         replayed from the journal during playback, recorded
      *         to it (blank or not) while recording is on
                if playback-active = 1
                    perform read-playback-prompt
                end-if
                if playback-active = 1
                    move playback-line(1:60) to bp-add-condition
                else
                    accept bp-add-condition
                        line command-line-no col 28 end-accept

                    if journal-record-flag = 'Y'
                        move spaces to journal-out-line
                        move bp-add-condition to journal-out-line
                        perform write-journal-line
                    end-if
                end-if

                perform add-breakpoint
            else
                perform delete-breakpoint
            end-if

            display animator-screen end-display
            perform display-current-breakpoints.
            perform display-active-line-if-visible.
            
      *      perform log-breakpoint-list.
        
            continue.
      
      ***************************************************************
      *** ----------------- add a breakpoint
        add-breakpoint section.
      *      perform is-breakpoint.

      *     no explicit program given (cursor-based toggle) -- use
      *     the module currently being debugged
            if bp-add-src-name = spaces
                move cobol-src-name to bp-add-src-name
            end-if

            if bp-next-line = 0
                move 1 to bp-next-line
            end-if
            if bp-next-line < 1001
                add 1 to bp-amount end-add

                move bp-add-src-name to bp-src-name(bp-next-line)
                move bp-add-src-line to bp-src-line(bp-next-line)
                move bp-add-condition to bp-condition(bp-next-line)
                move bp-add-trace-vars to bp-trace-vars(bp-next-line)
                move bp-add-paragraph to bp-paragraph(bp-next-line)
                move space to bp-orphan-flag(bp-next-line)
                move bp-add-src-line to bp-saved-line(bp-next-line)
                move spaces to bp-home-para(bp-next-line)
                move spaces to bp-src-text(bp-next-line)
      *         a line breakpoint in the module on screen is tied to
      *         its statement's text and paragraph straight away
                if bp-add-paragraph = spaces
                and bp-add-src-name = cobol-src-name
                and bp-add-src-line > 0
                    move bp-next-line to rp-index
                    perform capture-bp-source
                end-if
                add 1 to bp-next-line

                sort bp-line-struct ascending bp-src-name bp-src-line

                add 1 to bp-active-count end-add
                perform refresh-breakpoint-counter
                perform flush-breakpoints
            else
                display "WARNING: breakpoint table full (1000/1000)"
                    line bp-counter-line-no col 1
                    with foreground-color COB-COLOR-WHITE
                    background-color COB-COLOR-RED
                end-display
                        with pointer tmp-line-position
                    end-unstring
                end-if
                perform parse-bp-source-fields

                move 0 to bpset-dup-flag
                if bpset-mode = 'M'
                        to bp-trace-vars(bp-next-line)
                    move tmp-bp-paragraph
                        to bp-paragraph(bp-next-line)
                    move tmp-bp-home-para
                        to bp-home-para(bp-next-line)
                    move tmp-bp-src-text
                        to bp-src-text(bp-next-line)
                    move space to bp-orphan-flag(bp-next-line)
                    move tmp-bp-src-line
                        to bp-saved-line(bp-next-line)
                    add 1 to bp-next-line end-add
                    add 1 to bp-active-count end-add
                end-if

            perform write-tracepoint-line.

      *     the trailer keeps the most severe stop of the run
            evaluate true
                when go-budget-hit-flag = 1
                    move "GO-BUDGET" to trace-stop-reason
                    move 3 to trace-stop-severity
                    add 1 to batch-budget-stops end-add
                when is-watchpoint-flag = 1
                and watchpoint-hit-name(1:12) = "FILE STATUS "
                    move "IO-ERROR" to trace-stop-reason
                    move 4 to trace-stop-severity
                    add 1 to batch-io-stops end-add
                when is-watchpoint-flag = 1
                    move "WATCHPOINT" to trace-stop-reason
                    move 2 to trace-stop-severity
                    add 1 to batch-wp-hits end-add
                when other
                    move "BREAKPOINT" to trace-stop-reason
                    move 1 to trace-stop-severity
                    add 1 to batch-bp-hits end-add
            end-evaluate
            if trace-stop-severity > trace-end-severity
                move trace-stop-reason to trace-end-reason
                move trace-stop-severity to trace-end-severity
            end-if

            if trace-enabled-flag = 'Y' and trace-open-flag = 1
            and go-budget-hit-flag = 0
            and tw-recording-flag = 'Y'
                perform stamp-trace-breakpoint
            end-if

      *     the stops a run may not get past leave its data behind
            move space to dump-reason.
            evaluate true
                when go-budget-hit-flag = 1
                    move "G" to dump-reason
                when is-watchpoint-flag = 1
                and watchpoint-hit-name(1:12) = "FILE STATUS "
                    move "I" to dump-reason
                when is-breakpoint-flag = 1
                    move "B" to dump-reason
            end-evaluate
            if dump-reason not = space
            and dump-count < dump-limit
                perform write-trace-dump
            end-if

            perform flush-trace-buffer.

            continue.

            if trace-ani-status not = 0
                move 'N' to trace-enabled-flag
                add 1 to batch-trace-errors end-add
                exit section
            end-if

            move cobol-src-name to trace-anih-program.
            move "H" to trace-action.
            call "animod" using trace-ifc end-call
            move trace-seqno to trace-run-first-seqno.
            move 0 to trace-run-records.

      *     the run is entered in the trace catalog
            move "H" to catalog-action.
            perform catalog-trace-run.

      *     batch runs buffer their writes by default; interactive
      *     sessions opt in through the environment
                call "animod" using trace-ifc end-call
            end-if

            move spaces to dump-limit-env.
            accept dump-limit-env from environment
                "COB_ANIM_TRACE_DUMPS" end-accept.
            if dump-limit-env not = spaces
            and function test-numval(dump-limit-env) = 0
                move function numval(dump-limit-env) to dump-limit
            end-if

            move 1 to trace-open-flag.

            continue.
      *** type, source text, and the module/line stamp that makes a
      *** multi-module trace attributable
        write-trace-record section.
      *     the I/O statement notified last has run by now
            if io-pending-flag = 1
                move 1 to io-status-known
                perform write-io-trace
            end-if

            if trace-enabled-flag not = 'Y'
            or trace-open-flag = 0
            or anim-state = 'X'
                exit section
            end-if

      *     outside a recording window the statement is not
      *     written; a trigger's condition is fetched through
      *     ANIDATA, which must not leak into return-code either
            if tw-kind(1) not = space
                move return-code to trace-saved-rc
                perform check-trace-window
                move trace-saved-rc to return-code
                if tw-recording-flag not = 'Y'
                or trace-open-flag = 0
                    exit section
                end-if
            end-if

            if trace-seqno >= 999999
                perform roll-trace-segment
                if trace-open-flag = 0

            add 1 to trace-seqno end-add.
            move trace-seqno to trace-stmt-seqno.
            add 1 to trace-stmt-count end-add.
            add 1 to tw-window-stmts end-add.

            if cobol-src-name not = trace-getline-module
                move spaces to trace-getline

            perform check-trace-write-status.

            if trace-open-flag = 1
            and anim-stmt-type not = 'D'
                perform note-io-statement
            end-if

            move trace-saved-rc to return-code.

            continue.
                exit section
            end-if

            add 1 to batch-trace-errors end-add.

            if cob-anim-logging = 'Y'
                string "Trace write failed, status "
                    delimited by size
                    trace-ani-status delimited by size
                    " - tracing stopped" delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if

            move "C" to trace-action.
            call "animod" using trace-ifc end-call

            move 0 to trace-open-flag.
            move 'N' to trace-enabled-flag.

            continue.

      ***************************************************************
      *** ----------------- one "V" record after a statement changed
      *** a watched variable: name, before and after value in the
      *** 25-byte columns of animod.cob's ani-var-rec view, stamped
      *** with the module and line like every trace record
        write-variable-trace section.
            if trace-enabled-flag not = 'Y'
            or trace-open-flag = 0
            or tw-recording-flag not = 'Y'
                exit section
            end-if

            if trace-seqno >= 999999
                perform roll-trace-segment
                if trace-open-flag = 0
                    exit section
                end-if
            end-if

            add 1 to trace-seqno end-add.

            move spaces to trace-ani-data.
            move 0 to trace-ani-bw.
            move trace-seqno to trace-ani-seqno6.
            move 'V' to trace-ani-type.
            move space to trace-ani-cond.
            move trace-var-name(1:25) to trace-ani-text(1:25).
            move trace-old-value(1:25) to trace-ani-text(26:25).
            move dtf-value(1:25) to trace-ani-text(51:25).
            move cobol-src-name to trace-ani-module.
            move active-line to trace-ani-srcline.

            move "W" to trace-action.
            call "animod" using trace-ifc end-call

            perform check-trace-write-status.

            continue.

      ***************************************************************
      *** ----------------- is the statement just recorded (its text
      *** in tmp-source-line-buffer) an I/O statement? Then note its
      *** operation, file and status field for write-io-trace. Only
      *** a statement that starts its line is recognised, and of an
      *** OPEN naming several files only the first
        note-io-statement section.
            move tmp-source-line-buffer to io-stmt-text.
            if io-stmt-text(1:6) is numeric
                move spaces to io-stmt-text(1:6)
            end-if
            move function upper-case(function
                trim(io-stmt-text, leading)) to io-stmt-text.

            move spaces to io-word-1 io-word-2 io-word-3.
            unstring io-stmt-text delimited by all space or "."
                into io-word-1 io-word-2 io-word-3
            end-unstring

            move spaces to io-open-mode.
            evaluate io-word-1
                when "OPEN"
                    move io-word-2 to io-open-mode
                    move io-word-3 to io-file-name
                when "CLOSE"
                when "READ"
                when "WRITE"
                when "REWRITE"
                when "DELETE"
                when "START"
                    move io-word-2 to io-file-name
                when other
                    exit section
            end-evaluate
            if io-file-name = spaces
                exit section
            end-if

      *     the module's files, records and status fields
            if iostat-scan-module not = cobol-src-name
                move trace-getline to iostat-getline
                move spaces to iostat-anidata
                string "anidata_" delimited by size
                    cobol-src-name delimited by spaces
                    into iostat-anidata
                end-string
                move spaces to io-linecount-entry
                string "get_linecount_" delimited by size
                    cobol-src-name delimited by spaces
                    into io-linecount-entry
                end-string
                call io-linecount-entry end-call
                move return-code to iostat-line-count
                perform scan-file-status-fields
            end-if

            if io-word-1 = "WRITE" or io-word-1 = "REWRITE"
                move 0 to io-found-flag
                perform varying io-ix from 1 by 1
                        until io-ix > iorec-count
                        or io-found-flag = 1
                    if iorec-name(io-ix) = io-file-name
                        move iorec-file(io-ix) to io-file-name
                        move 1 to io-found-flag
                    end-if
                end-perform
            end-if

            move spaces to io-status-field.
            perform varying io-ix from 1 by 1
                    until io-ix > iostat-count
                    or io-status-field not = spaces
                if iostat-file(io-ix) = io-file-name
                    move iostat-name(io-ix) to io-status-field
                end-if
            end-perform

            move io-word-1 to io-operation.
            move cobol-src-name to io-module.
            move active-line to io-srcline.
            move iostat-anidata to io-anidata.
            move 1 to io-pending-flag.

            continue.

      ***************************************************************
      *** ----------------- the "F" record of the I/O statement noted
      *** last, with the status its FILE STATUS field holds now; the
      *** condition byte says what the status is worth -- "S" read
      *** after the statement ran, "N" the file has no status field,
      *** "U" not known (the run ended, or another module was
      *** notified, before the statement's outcome could be read)
        write-io-trace section.
            move 0 to io-pending-flag.

            if trace-open-flag = 0
                exit section
            end-if

            move return-code to io-saved-rc.

            move spaces to io-status-value.
            evaluate true
                when io-status-field = spaces
                    move "N" to io-condition
                when io-status-known = 0
                or cobol-src-name not = io-module
                    move "U" to io-condition
                when other
                    move spaces to tmp-unstring-buffer
                    move io-status-field to tmp-unstring-buffer
                    move low-value to tmp-unstring-buffer(30:1)
                    call io-anidata using "G" interface-block
                        tmp-unstring-buffer end-call
                    move dtf-value(1:2) to io-status-value
                    move 0 to dtf-length, dtf-usage
                    move spaces to dtf-value
                    move "S" to io-condition
            end-evaluate
            if trace-seqno >= 999999
                perform roll-trace-segment
                if trace-open-flag = 0
                    move io-saved-rc to return-code
                    exit section
                end-if
            end-if

            add 1 to trace-seqno end-add.

            move spaces to trace-ani-data.
            move 0 to trace-ani-bw.
            move trace-seqno to trace-ani-seqno6.
            move 'F' to trace-anif-type.
            move io-condition to trace-anif-cond.
            move io-operation to trace-anif-operation.
            move io-open-mode to trace-anif-open-mode.
            move io-file-name to trace-anif-file.
            move io-status-value to trace-anif-status.
            move io-status-field to trace-anif-field.
            move io-module to trace-anif-module.
            move io-srcline to trace-anif-srcline.

            move "W" to trace-action.
            call "animod" using trace-ifc end-call

            perform check-trace-write-status.

            move io-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- the recording-window triggers, read once
      *** when the trace is opened; a start trigger that cannot be
      *** read is logged and the whole run recorded, as without one
        load-trace-window-triggers section.
            move spaces to tw-start-spec.
            accept tw-start-spec from environment
                "COB_ANIM_TRACE_START" end-accept.
            if tw-start-spec = spaces
                exit section
            end-if

            move 1 to tw-ix.
            move tw-start-spec to tw-spec-text.
            perform parse-window-trigger.
            if tw-kind(1) = space
                if cob-anim-logging = 'Y'
                    move "COB_ANIM_TRACE_START not understood"
                        to tmp-log-line
                    perform log-msg
                end-if
                exit section
            end-if

            move spaces to tw-stop-spec.
            accept tw-stop-spec from environment
                "COB_ANIM_TRACE_STOP" end-accept.
            if tw-stop-spec not = spaces
                move 2 to tw-ix
                move tw-stop-spec to tw-spec-text
                perform parse-window-trigger
            end-if

            move spaces to tw-limit-env.
            accept tw-limit-env from environment
                "COB_ANIM_TRACE_WINDOW" end-accept.
            if tw-limit-env not = spaces
            and function test-numval(tw-limit-env) = 0
                move function numval(tw-limit-env) to tw-window-limit
            end-if

            accept tw-rearm-flag from environment
                "COB_ANIM_TRACE_REARM" end-accept.
            call "C$TOUPPER" using tw-rearm-flag
            by value 1 end-call

      *     nothing is recorded until the start trigger fires
            move 'N' to tw-recording-flag.
            move 'Y' to tw-armed-flag.

            continue.

      ***************************************************************
      *** ----------------- one trigger, from tw-spec-text into entry
      *** tw-ix of the table; tw-kind stays space when the text is
      *** none of the known shapes
        parse-window-trigger section.
            move space to tw-kind(tw-ix).
            move spaces to tw-module(tw-ix).
            move 0 to tw-line(tw-ix).
            move spaces to tw-para(tw-ix).
            move spaces to tw-condition(tw-ix).
            move 0 to tw-last-true(tw-ix).
            move tw-spec-text(1:62) to tw-spec(tw-ix).

            move 1 to tw-ptr.
            move spaces to tw-word.
            unstring tw-spec-text delimited by all space
                into tw-word
                with pointer tw-ptr
            end-unstring.
            move function upper-case(tw-word) to tw-word.

            evaluate tw-word
                when "PARA"
                when "PARAGRAPH"
      *             the paragraph, and optionally the module it is
      *             in -- without one, the first module entered that
      *             has the paragraph
                    move spaces to tw-word
                    unstring tw-spec-text delimited by all space
                        into tw-word
                        with pointer tw-ptr
                    end-unstring
                    move function upper-case(tw-word)
                        to tw-para(tw-ix)
                    move spaces to tw-word
                    unstring tw-spec-text delimited by all space
                        into tw-word
                        with pointer tw-ptr
                    end-unstring
                    move function upper-case(tw-word)
                        to tw-module(tw-ix)
                    if tw-para(tw-ix) not = spaces
                        move 'P' to tw-kind(tw-ix)
                    end-if
                when "LINE"
                    move spaces to tw-word
                    unstring tw-spec-text delimited by all space
                        into tw-word
                        with pointer tw-ptr
                    end-unstring
                    move function upper-case(tw-word)
                        to tw-module(tw-ix)
                    move spaces to tw-word
                    unstring tw-spec-text delimited by all space
                        into tw-word
                        with pointer tw-ptr
                    end-unstring
                    if tw-module(tw-ix) not = spaces
                    and tw-word not = spaces
                    and function test-numval(tw-word) = 0
                        move function numval(tw-word)
                            to tw-line(tw-ix)
                        move 'L' to tw-kind(tw-ix)
                    end-if
                when "WHEN"
                    if tw-ptr <= 80
                        move tw-spec-text(tw-ptr:)
                            to tw-condition(tw-ix)
                    end-if
                    if tw-condition(tw-ix) not = spaces
                        move 'W' to tw-kind(tw-ix)
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- on module entry, the line a paragraph
      *** trigger fires on: the paragraph's first statement, found
      *** the way a paragraph breakpoint's is
        resolve-window-paragraphs section.
      *     a hot subprogram entered on every call is looked at once
            if cobol-src-name = tw-resolved-module
                exit section
            end-if
            move cobol-src-name to tw-resolved-module.

            perform varying tw-ix from 1 by 1 until tw-ix > 2
                if tw-kind(tw-ix) = 'P'
                and tw-line(tw-ix) = 0
                and (tw-module(tw-ix) = spaces
                    or tw-module(tw-ix) =
                        function upper-case(cobol-src-name))
                    move tw-para(tw-ix) to rp-para-name
                    perform find-paragraph-line
                    if rp-found-line > 0
                        move rp-found-line to tw-line(tw-ix)
                        move function upper-case(cobol-src-name)
                            to tw-module(tw-ix)
                    end-if
                end-if
            end-perform

            continue.

      ***************************************************************
      *** ----------------- per statement, before its record: close
      *** the open window when the stop trigger fires or the window
      *** has recorded its statements, and open a new one when the
      *** start trigger is armed and fires
        check-trace-window section.
            if tw-recording-flag = 'Y'
                move 0 to tw-hit-flag
                move spaces to tw-marker-text
                if tw-window-limit > 0
                and tw-window-stmts >= tw-window-limit
                    move 1 to tw-hit-flag
                    string "COUNT " delimited by size
                        tw-window-limit delimited by size
                        into tw-marker-text
                    end-string
                else
                    if tw-kind(2) not = space
                        move 2 to tw-ix
                        perform test-window-trigger
                        if tw-hit-flag = 1
                            move tw-spec(2) to tw-marker-text
                        end-if
                    end-if
                end-if

                if tw-hit-flag = 1
                    move "C" to tw-event
                    perform write-window-marker
                    move 'N' to tw-recording-flag
                    if tw-rearm-flag = 'Y'
                        move 'Y' to tw-armed-flag
      *                 a start condition still true has to turn
      *                 false before it can open the next window
                        move 1 to tw-last-true(1)
                    end-if
                end-if
            end-if

            if tw-recording-flag not = 'Y'
            and tw-armed-flag = 'Y'
            and trace-open-flag = 1
                move 1 to tw-ix
                perform test-window-trigger
                if tw-hit-flag = 1
                    add 1 to tw-window-no end-add
                    move 0 to tw-window-stmts
                    move tw-spec(1) to tw-marker-text
                    move "O" to tw-event
                    perform write-window-marker
                    move 'Y' to tw-recording-flag
                    move 'N' to tw-armed-flag
                end-if
            end-if

            continue.

      ***************************************************************
      *** ----------------- does trigger tw-ix fire on the current
      *** statement: tw-hit-flag 1 when it does
        test-window-trigger section.
            move 0 to tw-hit-flag.

            evaluate tw-kind(tw-ix)
                when 'P'
                when 'L'
                    if tw-line(tw-ix) = active-line
                    and tw-module(tw-ix) =
                        function upper-case(cobol-src-name)
                        move 1 to tw-hit-flag
                    end-if
                when 'W'
                    if ANIDATA not = spaces
                        move tw-condition(tw-ix) to bp-cond-text
                        perform test-stop-condition
      *                 the start condition fires as it turns true,
      *                 the stop condition whenever it holds
                        if bp-cond-true = 1
                        and (tw-ix = 2 or tw-last-true(tw-ix) = 0)
                            move 1 to tw-hit-flag
                        end-if
                        move bp-cond-true to tw-last-true(tw-ix)
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- a "W" marker record: window tw-window-no
      *** opened ("O") or closed ("C"), the statements it recorded,
      *** and the trigger or reason, stamped with the module and line
        write-window-marker section.
            if trace-seqno >= 999999
                perform roll-trace-segment
                if trace-open-flag = 0
                    exit section
                end-if
            end-if

            add 1 to trace-seqno end-add.

            move spaces to trace-ani-data.
            move 0 to trace-ani-bw.
            move trace-seqno to trace-ani-seqno6.
            move 'W' to trace-aniw-type.
            move tw-event to trace-aniw-event.
            move tw-window-no to trace-aniw-window-no.
            if tw-event = "C"
                move tw-window-stmts to trace-aniw-stmts
            else
                move 0 to trace-aniw-stmts
            end-if
            move tw-marker-text to trace-aniw-trigger.
            move cobol-src-name to trace-aniw-module.
            move active-line to trace-aniw-srcline.

            move "W" to trace-action.
            call "animod" using trace-ifc end-call

            perform check-trace-write-status.

            continue.

      ***************************************************************
      *** ----------------- an operator intervention ("C" change, or
      *** "SetNext"): one line to the audit log -- date;time;user;
      *** run id;module;line;kind;item;old;new -- and a "U" record in
      *** the trace so the run itself carries the mark. The caller
      *** fills audit-kind, audit-var-name and the old/new values
        write-audit-record section.
            move return-code to audit-saved-rc.

            accept audit-date from date yyyymmdd end-accept.
            accept audit-time-buffer from time end-accept.

            if audit-path = spaces
                accept audit-path from environment
                "COB_ANIM_AUDIT_FILE" end-accept

                if audit-path = spaces
                    move "gc-audit.log" to audit-path
                end-if
            end-if

            open extend audit-file.
            if audit-file-status = 35
                open output audit-file
            end-if

            if audit-file-status = 0
                move active-line to audit-edit-line
                move spaces to audit-line
                string audit-date delimited by size
                    ";" delimited by size
                    audit-time-buffer(1:6) delimited by size
                    ";" delimited by size
                    function trim(audit-user) delimited by size
                    ";" delimited by size
                    function trim(trace-run-id) delimited by size
                    ";" delimited by size
                    function trim(cobol-src-name) delimited by size
                    ";" delimited by size
                    function trim(audit-edit-line) delimited by size
                    ";" delimited by size
                    audit-kind delimited by size
                    ";" delimited by size
                    function trim(audit-var-name) delimited by size
                    ";" delimited by size
                    function trim(audit-old-value) delimited by size
                    ";" delimited by size
                    function trim(audit-new-value) delimited by size
                    into audit-line
                end-string
                write audit-line end-write
                close audit-file
            end-if

            if trace-enabled-flag = 'Y'
            and trace-open-flag = 1
                if trace-seqno >= 999999
                    perform roll-trace-segment
                end-if
            end-if

            if trace-enabled-flag = 'Y'
            and trace-open-flag = 1
                add 1 to trace-seqno end-add

                move spaces to trace-ani-data
                move 0 to trace-ani-bw
                move trace-seqno to trace-ani-seqno6
                move 'U' to trace-aniu-type
                move audit-kind to trace-aniu-kind
                move audit-user to trace-aniu-user
                move audit-date to trace-aniu-date
                move audit-time-buffer(1:6) to trace-aniu-time
                move audit-var-name to trace-aniu-var-name
                move function trim(audit-old-value)
                    to trace-aniu-old-value
                move function trim(audit-new-value)
                    to trace-aniu-new-value
                move cobol-src-name to trace-aniu-module
                move active-line to trace-aniu-srcline

                move "W" to trace-action
                call "animod" using trace-ifc end-call

                perform check-trace-write-status
            end-if

            move audit-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- load the data assertion rules once, from
      *** the file COB_ANIM_ASSERT_FILE names, one rule per line in
      *** the semicolon-delimited shape of the breakpoint list:
      ***     module;variable;RANGE;low;high
      ***     module;variable;LIST;value,value,...
      ***     module;variable;NOTSPACES
      ***     module;variable;NUMERIC
      *** module "*" checks the item in every module; either RANGE
      *** bound may be left empty. Blank lines and lines starting
      *** with "*" are skipped, as are rules that make no sense
        load-assertion-rules section.
            move 0 to assert-count.

            move spaces to assert-path.
            accept assert-path from environment
                "COB_ANIM_ASSERT_FILE" end-accept.
            if assert-path = spaces
                exit section
            end-if

            open input assert-file.
            if assert-file-status not = 0
                if cob-anim-logging = 'Y'
                    string "Assertion file not opened, status "
                        delimited by size
                        assert-file-status delimited by size
                        into tmp-log-line
                    end-string
                    perform log-msg
                end-if
                exit section
            end-if

            perform until assert-file-status not = 0
                    or assert-count = 100
                move spaces to assert-line
                read assert-file end-read
                if assert-file-status = 0
                and assert-line not = spaces
                and function trim(assert-line, leading)(1:1)
                    not = "*"
                    perform parse-assertion-rule
                end-if
            end-perform

            close assert-file.

            if assert-count > 0
                move 'Y' to assert-enabled-flag
            end-if

            continue.

      ***************************************************************
      *** ----------------- one rule line into the next table entry
        parse-assertion-rule section.
            move spaces to assert-tokens.
            unstring assert-line delimited by ';'
                into as-tok-module as-tok-var as-tok-rule
                     as-tok-arg-1 as-tok-arg-2
            end-unstring

            move function upper-case(function trim(as-tok-rule))
                to as-tok-rule.
            move function trim(as-tok-module) to as-tok-module.
            move function trim(as-tok-var) to as-tok-var.
            move function trim(as-tok-arg-1) to as-tok-arg-1.
            move function trim(as-tok-arg-2) to as-tok-arg-2.

            if as-tok-module = spaces or as-tok-var = spaces
                exit section
            end-if

            add 1 to assert-count end-add.
            move as-tok-module to as-module(assert-count).
            move as-tok-var to as-var-name(assert-count).
            move spaces to as-rule-text(assert-count).
            move spaces to as-list(assert-count).
            move 0 to as-low-set(assert-count).
            move 0 to as-high-set(assert-count).
            move 0 to as-low-num(assert-count).
            move 0 to as-high-num(assert-count).
            move 0 to as-observed(assert-count).
            move spaces to as-last-value(assert-count).
            move 0 to as-hit-count(assert-count).
            move spaces to as-first-module(assert-count).
            move 0 to as-first-line(assert-count).
            move 0 to as-first-seqno(assert-count).
            move spaces to as-first-value(assert-count).

            evaluate as-tok-rule
                when "RANGE"
                    move "R" to as-rule-code(assert-count)
                    if as-tok-arg-1 not = spaces
                    and function test-numval(as-tok-arg-1) = 0
                        move 1 to as-low-set(assert-count)
                        compute as-low-num(assert-count) =
                            function numval(as-tok-arg-1)
                        end-compute
                    end-if
                    if as-tok-arg-2 not = spaces
                    and function test-numval(as-tok-arg-2) = 0
                        move 1 to as-high-set(assert-count)
                        compute as-high-num(assert-count) =
                            function numval(as-tok-arg-2)
                        end-compute
                    end-if
                    string "RANGE " delimited by size
                        function trim(as-tok-arg-1) delimited by size
                        ":" delimited by size
                        function trim(as-tok-arg-2) delimited by size
                        into as-rule-text(assert-count)
                    end-string
                    if as-low-set(assert-count) = 0
                    and as-high-set(assert-count) = 0
                        subtract 1 from assert-count end-subtract
                    end-if
                when "LIST"
                    move "L" to as-rule-code(assert-count)
                    move as-tok-arg-1 to as-list(assert-count)
                    string "LIST " delimited by size
                        function trim(as-tok-arg-1) delimited by size
                        into as-rule-text(assert-count)
                    end-string
                    if as-tok-arg-1 = spaces
                        subtract 1 from assert-count end-subtract
                    end-if
                when "NOTSPACES"
                    move "S" to as-rule-code(assert-count)
                    move "NOTSPACES" to as-rule-text(assert-count)
                when "NUMERIC"
                    move "N" to as-rule-code(assert-count)
                    move "NUMERIC" to as-rule-text(assert-count)
                when other
                    subtract 1 from assert-count end-subtract
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- check every rule of the current module
      *** against the items' values as this statement is reached,
      *** i.e. after the previous one ran
        check-assertions section.
            if assert-enabled-flag not = 'Y'
            or anim-state = 'X'
            or active-line = 0
                exit section
            end-if

      *     return-code is part of the interface protocol handed
      *     back to the animator
            move return-code to assert-saved-rc.

            perform varying assert-index from 1 by 1
                    until assert-index > assert-count
                if as-module(assert-index) = "*"
                or as-module(assert-index) = cobol-src-name
                    perform check-one-assertion
                end-if
            end-perform

            move 0 to dtf-length, dtf-usage.
            move spaces to dtf-value.

            move assert-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- fetch one rule's item and judge a value
      *** that changed since it was last looked at
        check-one-assertion section.
            move spaces to tmp-unstring-buffer.
            move as-var-name(assert-index) to tmp-unstring-buffer.
            move low-value to tmp-unstring-buffer(30:1).
            move 0 to dtf-length.
            move spaces to dtf-value.

            call ANIDATA using "G" interface-block
                tmp-unstring-buffer end-call

      *     no such item in this module
            if dtf-length = 0
                exit section
            end-if

            if as-observed(assert-index) = 1
            and dtf-value(1:80) = as-last-value(assert-index)
                exit section
            end-if
            move 1 to as-observed(assert-index).
            move dtf-value(1:80) to as-last-value(assert-index).

            move dtf-length to assert-value-len.
            if assert-value-len > 80
                move 80 to assert-value-len
            end-if

            move 0 to assert-bad-flag.
            evaluate as-rule-code(assert-index)
                when "N"
                    if function test-numval
                        (dtf-value(1:assert-value-len)) not = 0
                        move 1 to assert-bad-flag
                    end-if
                when "S"
                    if dtf-value(1:assert-value-len) = spaces
                        move 1 to assert-bad-flag
                    end-if
                when "R"
                    if function test-numval
                        (dtf-value(1:assert-value-len)) not = 0
                        move 1 to assert-bad-flag
                    else
                        compute assert-num = function numval
                            (dtf-value(1:assert-value-len))
                        end-compute
                        if as-low-set(assert-index) = 1
                        and assert-num < as-low-num(assert-index)
                            move 1 to assert-bad-flag
                        end-if
                        if as-high-set(assert-index) = 1
                        and assert-num > as-high-num(assert-index)
                            move 1 to assert-bad-flag
                        end-if
                    end-if
                when "L"
                    move 1 to assert-bad-flag
                    move 1 to assert-list-ptr
                    perform until assert-list-ptr > 60
                            or assert-bad-flag = 0
                        move spaces to assert-list-item
                        unstring as-list(assert-index)
                            delimited by ","
                            into assert-list-item
                            with pointer assert-list-ptr
                        end-unstring
                        if function trim(assert-list-item) =
                            function trim
                                (dtf-value(1:assert-value-len))
                            move 0 to assert-bad-flag
                        end-if
                    end-perform
            end-evaluate

            if assert-bad-flag = 1
                perform record-assertion-violation
            end-if

            continue.

      ***************************************************************
      *** ----------------- count a violation against its rule and
      *** put it into the trace; the value was given by the
      *** statement before this one, which the execution history
      *** holds behind the current entry
        record-assertion-violation section.
            add 1 to as-hit-count(assert-index) end-add.
            add 1 to assert-total end-add.

            move cobol-src-name to assert-set-module.
            move active-line to assert-set-line.
            if hist-filled > 1
                compute assert-hist-slot = hist-next - 2
                end-compute
                if assert-hist-slot < 1
                    add 200 to assert-hist-slot end-add
                end-if
                move hist-src-name(assert-hist-slot)
                    to assert-set-module
                move hist-src-line(assert-hist-slot)
                    to assert-set-line
            end-if

            if trace-enabled-flag = 'Y'
            and trace-open-flag = 1
                perform write-assertion-trace
            end-if

            if as-hit-count(assert-index) = 1
                move assert-set-module to as-first-module(assert-index)
                move assert-set-line to as-first-line(assert-index)
                if trace-open-flag = 1
                    move trace-seqno to as-first-seqno(assert-index)
                end-if
                move dtf-value(1:40) to as-first-value(assert-index)
            end-if

            if cob-anim-logging = 'Y'
                string "Assertion failed: " delimited by size
                    function trim(as-var-name(assert-index))
                    delimited by size
                    " " delimited by size
                    function trim(as-rule-text(assert-index))
                    delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if

            continue.

      ***************************************************************
      *** ----------------- one "A" record per violation: item, value
      *** and rule in the 25-byte columns of animod.cob's
      *** ani-ast-rec, the rule letter in the condition byte, stamped
      *** with the module and line that gave the value
        write-assertion-trace section.
            if trace-seqno >= 999999
                perform roll-trace-segment
                if trace-open-flag = 0
                    exit section
                end-if
            end-if

            add 1 to trace-seqno end-add.

            move spaces to trace-ani-data.
            move 0 to trace-ani-bw.
            move trace-seqno to trace-ani-seqno6.
            move 'A' to trace-anis-type.
            move as-rule-code(assert-index) to trace-anis-cond.
            move as-var-name(assert-index) to trace-anis-var-name.
            move dtf-value(1:25) to trace-anis-value.
            move as-rule-text(assert-index) to trace-anis-rule.
            move assert-set-module to trace-anis-module.
            move assert-set-line to trace-anis-srcline.

            move "W" to trace-action.
            call "animod" using trace-ifc end-call

            perform check-trace-write-status.

            continue.

      ***************************************************************
      *** ----------------- the exceptions report: per rule the number
      *** of violations and where and with which value the first one
      *** happened
        write-assertion-report section.
            move spaces to assert-rpt-path.
            accept assert-rpt-path from environment
                "COB_ANIM_ASSERT_REPORT" end-accept.
            if assert-rpt-path = spaces
                move "gc-assert.rpt" to assert-rpt-path
            end-if

            open output assert-rpt-file.
            if assert-file-status not = 0
                exit section
            end-if

            move spaces to assert-rpt-line.
            move "DATA ASSERTION EXCEPTIONS" to assert-rpt-line.
            write assert-rpt-line end-write.

            move spaces to assert-rpt-line.
            move assert-total to assert-edit-count.
            string "RUN " delimited by size
                trace-run-id delimited by size
                "  PROGRAM " delimited by size
                function trim(outermost-module-name)
                delimited by size
                "  VIOLATIONS " delimited by size
                function trim(assert-edit-count) delimited by size
                into assert-rpt-line
            end-string.
            write assert-rpt-line end-write.

            perform varying assert-index from 1 by 1
                    until assert-index > assert-count

                move spaces to assert-rpt-line
                write assert-rpt-line end-write

                move spaces to assert-rpt-line
                string "RULE: " delimited by size
                    function trim(as-module(assert-index))
                    delimited by size
                    " " delimited by size
                    function trim(as-var-name(assert-index))
                    delimited by size
                    " " delimited by size
                    function trim(as-rule-text(assert-index))
                    delimited by size
                    into assert-rpt-line
                end-string
                write assert-rpt-line end-write

                move as-hit-count(assert-index) to assert-edit-count
                move spaces to assert-rpt-line
                string "   OCCURRENCES: " delimited by size
                    assert-edit-count delimited by size
                    into assert-rpt-line
                end-string
                write assert-rpt-line end-write

                if as-hit-count(assert-index) > 0
                    move as-first-line(assert-index)
                        to assert-edit-line
                    move as-first-seqno(assert-index)
                        to assert-edit-seqno
                    move spaces to assert-rpt-line
                    string "   FIRST:       " delimited by size
                        function trim(as-first-module(assert-index))
                        delimited by size
                        " LINE " delimited by size
                        function trim(assert-edit-line)
                        delimited by size
                        " SEQNO " delimited by size
                        function trim(assert-edit-seqno)
                        delimited by size
                        " VALUE '" delimited by size
                        function trim(as-first-value(assert-index),
                            trailing) delimited by size
                        "'" delimited by size
                        into assert-rpt-line
                    end-string
                    write assert-rpt-line end-write
                end-if
            end-perform

            close assert-rpt-file.

            continue.

      ***************************************************************
      *** ----------------- close the run with its trailer record: run
      *** id, statements traced, end reason and the debugged
      *** program's RETURN-CODE as it stands at the end (0 when the
      *** module does not expose it), stamped with the last module
      *** and line -- a run without one was cut off
        write-trace-trailer section.
      *     an I/O statement notified last never got to run
            if io-pending-flag = 1
                move 0 to io-status-known
                perform write-io-trace
            end-if

            if tw-kind(1) not = space
            and tw-recording-flag = 'Y'
                move "END OF RUN" to tw-marker-text
                move "C" to tw-event
                perform write-window-marker
                move 'N' to tw-recording-flag
                if trace-open-flag = 0
                    exit section
                end-if
            end-if

            if trace-seqno >= 999999
                end-if
            end-if

            move return-code to trace-saved-rc.

            perform fetch-program-rc.

            add 1 to trace-seqno end-add.
            move spaces to trace-ani-data.
            move 0 to trace-ani-bw.
            move trace-seqno to trace-ani-seqno6.
            move trace-run-id to trace-anit-run-id.
            move trace-stmt-count to trace-anit-stmts.
            move trace-end-reason to trace-anit-reason.
            move trace-program-rc to trace-anit-rc.
            move cobol-src-name to trace-anit-module.
            move active-line to trace-anit-srcline.
            move "E" to trace-action.
            call "animod" using trace-ifc end-call
            if trace-ani-status not = 0
                add 1 to batch-trace-errors end-add
            end-if

            move "E" to catalog-action.
            perform catalog-trace-run.

            move trace-saved-rc to return-code.

            continue.

      *** carrying this session's run id, so attribution keeps
      *** working
        roll-trace-segment section.
            compute trace-run-records = trace-run-records
                + trace-seqno - trace-run-first-seqno + 1
            end-compute.

            move "C" to trace-action.
            call "animod" using trace-ifc end-call

            move cobol-src-name to trace-anih-program.
            move "H" to trace-action.
            call "animod" using trace-ifc end-call
            move trace-seqno to trace-run-first-seqno.

            move "G" to catalog-action.
            perform catalog-trace-run.

            if trace-buffer-flag = 'Y'
                move "B" to trace-action

            continue.

      ***************************************************************
      *** ----------------- the outermost program is ending: with a
      *** nonzero RETURN-CODE it went wrong, and its data is dumped
      *** into the trace ahead of the trailer
        dump-at-abnormal-end section.
            move return-code to dump-saved-rc.

            perform fetch-program-rc.
            if trace-program-rc not = 0
                move "A" to dump-reason
                perform write-trace-dump
            end-if

            move dump-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- a post-mortem dump of the active module:
      *** every data item scan-data-items finds, its value fetched
      *** through ANIDATA "G" the way the snapshot does, one "M"
      *** record per item numbered from 1 within the block, stamped
      *** with the module and line the run stopped on; dump-reason
      *** goes into the condition byte
        write-trace-dump section.
            if trace-enabled-flag not = 'Y'
            or trace-open-flag = 0
                exit section
            end-if

            move return-code to dump-saved-rc.

            perform scan-data-items.

            move 0 to dump-item-no.
            perform varying ditem-index from 1 by 1
                    until ditem-index > ditem-count
                    or trace-open-flag = 0
                move spaces to tmp-unstring-buffer
                move ditem-name(ditem-index) to tmp-unstring-buffer
                move low-value to tmp-unstring-buffer(30:1)
                move spaces to dtf-value

                call ANIDATA using "G" interface-block
                tmp-unstring-buffer end-call

                perform write-dump-record
            end-perform

            move 0 to dtf-length, dtf-usage.
            move spaces to dtf-value.

            add 1 to dump-count end-add.

            if cob-anim-logging = 'Y'
                move spaces to tmp-log-line
                string "Data dumped into the trace: " delimited by size
                    dump-item-no delimited by size
                    " items, reason " delimited by size
                    dump-reason delimited by size
                    into tmp-log-line
                end-string
                perform log-msg
            end-if

            move dump-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- one "M" record for the data item at
      *** ditem-index, its value still in dtf-value
        write-dump-record section.
            if trace-seqno >= 999999
                perform roll-trace-segment
                if trace-open-flag = 0
                    exit section
                end-if
            end-if

            add 1 to trace-seqno end-add.
            add 1 to dump-item-no end-add.

            move spaces to trace-ani-data.
            move 0 to trace-ani-bw.
            move trace-seqno to trace-ani-seqno6.
            move 'M' to trace-anid-type.
            move dump-reason to trace-anid-cond.
            move dump-item-no to trace-anid-item-no.
            move ditem-item-level(ditem-index) to trace-anid-level.
            move ditem-name(ditem-index) to trace-anid-var-name.
            move dtf-value(1:40) to trace-anid-value.
      *     a binary field in a group value would break the trace's
      *     displayable layout (see convani.cob)
            perform varying dump-ix from 1 by 1 until dump-ix > 40
                if trace-anid-value(dump-ix:1) < space
                    move "." to trace-anid-value(dump-ix:1)
                end-if
            end-perform
            move cobol-src-name to trace-anid-module.
            move active-line to trace-anid-srcline.

            move "W" to trace-action.
            call "animod" using trace-ifc end-call

            perform check-trace-write-status.

            continue.

      ***************************************************************
      *** ----------------- the debugged program's RETURN-CODE as it
      *** stands now, into trace-program-rc (0 when the module does
      *** not expose it)
        fetch-program-rc section.
            move 0 to trace-program-rc.
            move spaces to tmp-unstring-buffer.
            move "RETURN-CODE" to tmp-unstring-buffer.
            move low-value to tmp-unstring-buffer(30:1).
            move 0 to dtf-length.
            move spaces to dtf-value.
            call ANIDATA using "G" interface-block
                tmp-unstring-buffer end-call
            if dtf-length > 0 and dtf-length < 20
                if function test-numval(dtf-value(1:dtf-length)) = 0
                    compute trace-program-rc =
                        function numval(dtf-value(1:dtf-length))
                        on size error move 9999 to trace-program-rc
                    end-compute
                end-if
            end-if
            move 0 to dtf-length, dtf-usage.
            move spaces to dtf-value.

            continue.

      ***************************************************************
      *** ----------------- end of a headless batch run: one summary
      *** record for the scheduler, and the job step's return code
      *** raised to what the run ran into (see bsum-rec)
        write-batch-summary section.
            move return-code to batch-saved-rc.

            evaluate true
                when batch-trace-errors > 0
                    move 12 to batch-job-rc
                when batch-io-stops > 0 or batch-budget-stops > 0
                    move 8 to batch-job-rc
                when batch-bp-hits > 0 or batch-wp-hits > 0
                or assert-total > 0
                    move 4 to batch-job-rc
                when other
                    move 0 to batch-job-rc
            end-evaluate

            perform fetch-program-rc.

            move spaces to bsum-rec.
            accept bsum-date from date yyyymmdd end-accept.
            accept bsum-time-buffer from time end-accept.
            move bsum-time-buffer(1:6) to bsum-time.
            move outermost-module-name to bsum-program.
            move trace-run-id to bsum-run-id.
            move batch-job-rc to bsum-job-rc.
            move trace-program-rc to bsum-program-rc.
            move trace-end-reason to bsum-end-reason.
            move batch-stmt-count to bsum-statements.
            move batch-bp-hits to bsum-bp-hits.
            move batch-wp-hits to bsum-wp-hits.
            move batch-io-stops to bsum-io-stops.
            move assert-total to bsum-assert-fails.
            move batch-budget-stops to bsum-budget-stops.
            move batch-trace-errors to bsum-trace-errors.
            move trace-path to bsum-trace-path.

            move spaces to bsum-path.
            accept bsum-path from environment
                "COB_ANIM_BATCH_SUMMARY" end-accept.
            if bsum-path = spaces
                move "gc-batch.sum" to bsum-path
            end-if

            open extend bsum-file.
            if bsum-file-status = 35
                open output bsum-file
            end-if
            if bsum-file-status = 0
                write bsum-line from bsum-rec end-write
                close bsum-file
            end-if

      *     the job step ends with the program's own return code;
      *     raise it when the run ran into worse
            if batch-job-rc > trace-program-rc
                move spaces to tmp-unstring-buffer
                move "RETURN-CODE" to tmp-unstring-buffer
                move low-value to tmp-unstring-buffer(30:1)
                move 0 to dtf-length
                move spaces to dtf-value
                call ANIDATA using "G" interface-block
                    tmp-unstring-buffer end-call
                if dtf-length > 0
                    move batch-job-rc to batch-rc-edit
                    move spaces to dtf-value
                    move function trim(batch-rc-edit) to dtf-value
                    call ANIDATA using "S" interface-block
                        tmp-unstring-buffer end-call
                end-if
                move 0 to dtf-length, dtf-usage
                move spaces to dtf-value
            end-if

            move batch-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- bring this run's trace catalog entry up
      *** to date (catalog-action set by the caller: "H" header
      *** written, "G" rolled into another segment, "E" trailer
      *** written, carrying the records the run wrote); the debugged
      *** program's return code survives
        catalog-trace-run section.
            move return-code to catalog-saved-rc.

            move spaces to catalog-data.
            move trace-path to catalog-path.
            move trace-run-id to catalog-run-id.
            move cobol-src-name to catalog-program.
            move 0 to catalog-date.
            move 0 to catalog-time.
            move trace-stmt-count to catalog-statements.
            move trace-end-reason to catalog-end-reason.
            move 0 to catalog-records.
            if catalog-action = "E"
                compute catalog-records = trace-run-records
                    + trace-seqno - trace-run-first-seqno + 1
                end-compute
            end-if
            compute catalog-segments = trace-segment-no + 1
            end-compute.
            call "catmod" using catalog-ifc end-call

            move catalog-saved-rc to return-code.

            continue.

      ***************************************************************
      *** ----------------- open the first continuation segment with
      *** sequence numbers left, creating it when it is not there
                if trace-segment-no >= 999
                    move 0 to trace-open-flag
                    move 'N' to trace-enabled-flag
                    add 1 to batch-trace-errors end-add
                    exit perform
                end-if
                add 1 to trace-segment-no end-add
                if trace-ani-status not = 0
                    move 0 to trace-open-flag
                    move 'N' to trace-enabled-flag
                    add 1 to batch-trace-errors end-add
                    exit perform
                end-if

      *** names by scanning its source through GETLINE for the
      *** "FILE STATUS [IS] <name>" clauses, and note each field's
      *** current value as the baseline; kept per module like the
      *** data-item scan. Each field is tied to the SELECT it sits
      *** in, and the record names under each FD to the file. The
      *** caller points iostat-getline, iostat-anidata and
      *** iostat-line-count at the module
        scan-file-status-fields section.
            move cobol-src-name to iostat-scan-module.
            move 0 to iostat-count.
            move 0 to iorec-count.
            move spaces to iostat-cur-select.
            move spaces to iostat-cur-fd.

            perform varying tmp-linenumber from 1 by 1
                    until tmp-linenumber > iostat-line-count
                    or iostat-count = 50

                move tmp-linenumber to tmp-linenumber-bin
                move spaces to tmp-source-line-buffer

                call iostat-getline using tmp-linenumber-bin
                    tmp-source-line-buffer end-call

                move function upper-case(function
                             iostat-word(11) iostat-word(12)
                    end-unstring

                    perform note-file-declaration

                    perform varying iostat-word-no from 1 by 1
                            until iostat-word-no > 10
                            or iostat-count = 50
                                    add 1 to iostat-count end-add
                                    move tmp-unstring-buffer(1:30)
                                        to iostat-name(iostat-count)
                                    move iostat-cur-select
                                        to iostat-file(iostat-count)
                                end-if
                            end-if
                        end-if
                    to tmp-unstring-buffer
                move low-value to tmp-unstring-buffer(30:1)

                call iostat-anidata using "G" interface-block
                tmp-unstring-buffer end-call

                move dtf-value(1:2) to iostat-last(iostat-index)

            continue.

      ***************************************************************
      *** ----------------- one upper-cased source line of the scan,
      *** split into iostat-word: a SELECT starts the file the next
      *** FILE STATUS clause belongs to, an FD or SD starts the file
      *** the following 01 records belong to, and the next SECTION
      *** header ends the file section
        note-file-declaration section.
      *     a fixed-format line may still carry its sequence number
            move 1 to iostat-first.
            if iostat-word(1)(1:6) is numeric
            and iostat-word(1)(7:1) = space
                move 2 to iostat-first
            end-if

            evaluate true
                when iostat-word(iostat-first) = "SELECT"
                    move spaces to tmp-unstring-buffer
                    unstring iostat-word(iostat-first + 1)
                        delimited by "."
                        into tmp-unstring-buffer
                    end-unstring
                    move tmp-unstring-buffer(1:30) to iostat-cur-select
                when iostat-word(iostat-first) = "FD"
                or iostat-word(iostat-first) = "SD"
                    move spaces to tmp-unstring-buffer
                    unstring iostat-word(iostat-first + 1)
                        delimited by "."
                        into tmp-unstring-buffer
                    end-unstring
                    move tmp-unstring-buffer(1:30) to iostat-cur-fd
                when iostat-word(iostat-first + 1)(1:7) = "SECTION"
                or iostat-word(iostat-first) = "PROCEDURE"
                    move spaces to iostat-cur-fd
                when iostat-cur-fd not = spaces
                and (iostat-word(iostat-first) = "01"
                    or iostat-word(iostat-first) = "1")
                and iorec-count < 100
                    move spaces to tmp-unstring-buffer
                    unstring iostat-word(iostat-first + 1)
                        delimited by "."
                        into tmp-unstring-buffer
                    end-unstring
                    if tmp-unstring-buffer not = spaces
                        add 1 to iorec-count end-add
                        move tmp-unstring-buffer(1:30)
                            to iorec-name(iorec-count)
                        move iostat-cur-fd to iorec-file(iorec-count)
                    end-if
            end-evaluate

            continue.

      ***************************************************************
      *** ----------------- re-fetch every FILE STATUS field of the
      *** current module; one changing to a nonzero value stops a
            end-if

            if iostat-scan-module not = cobol-src-name
                move GETLINE to iostat-getline
                move ANIDATA to iostat-anidata
                move module-line-count to iostat-line-count
                perform scan-file-status-fields
            end-if

                    if bp-src-name(bp-line-counter)(1:2) = 'L!'
                        exit perform cycle
                    end-if
      *             an orphan is saved where it was set, to be looked
      *             for again next time
                    move bp-src-line(bp-line-counter) to tmp-bp-src-line
                    if bp-orphan-flag(bp-line-counter) = 'O'
                        move bp-saved-line(bp-line-counter)
                            to tmp-bp-src-line
                    end-if
                    string function trim (bp-src-name(bp-line-counter))
                        delimited by size
                        ';' delimited by size
                        tmp-bp-src-line delimited by size
                        ';' delimited by size
                        function trim (bp-condition(bp-line-counter))
                        delimited by size
                        function trim
                            (bp-paragraph(bp-line-counter))
                        delimited by size
                        ';' delimited by size
                        function trim
                            (bp-home-para(bp-line-counter))
                        delimited by size
                        ';' delimited by size
                        function trim
                            (bp-src-text(bp-line-counter), trailing)
                        delimited by size
                        into bp-line
                    end-string

                            or bp-foreign-flag = 1
                        if bp-src-name(bp-merge-scan)
                            = tmp-bp-src-name
                        and (bp-src-line(bp-merge-scan)
                            = tmp-bp-src-line
                            or (bp-orphan-flag(bp-merge-scan) = 'O'
                            and bp-saved-line(bp-merge-scan)
                            = tmp-bp-src-line))
                            move 1 to bp-foreign-flag
                        end-if
                    end-perform
            if is-breakpoint-flag = 1
                and bp-condition(bp-index) not = spaces

                move bp-condition(bp-index) to bp-cond-text
                perform test-stop-condition
                move bp-cond-true to is-breakpoint-flag
            end-if.

            continue.

      ***************************************************************
      *** ----------------- evaluate the "VARNAME OP VALUE" condition
      *** in bp-cond-text via the ANIDATA "G" path: bp-cond-true 1
      *** when it holds, 0 when not
        test-stop-condition section.
            move 1 to tmp-unstring-ptr.
            move spaces to bp-cond-var.
            move spaces to bp-cond-op.
            move spaces to bp-cond-value.

            unstring bp-cond-text delimited by space
                into bp-cond-var bp-cond-op bp-cond-value
                with pointer tmp-unstring-ptr
            end-unstring.

            move spaces to tmp-unstring-buffer.
            move bp-cond-var to tmp-unstring-buffer.
            move low-value to tmp-unstring-buffer(30:1).

            call ANIDATA using "G" interface-block
            tmp-unstring-buffer end-call.

            move spaces to bp-cond-current.
            move function trim (dtf-value(1:60))
                to bp-cond-current.

            move 0 to bp-cond-true.

            evaluate bp-cond-op
                when "="
                    if bp-cond-current =
                        function trim (bp-cond-value)
                        move 1 to bp-cond-true
                    end-if
                when "<>"
                    if bp-cond-current not =
                        function trim (bp-cond-value)
                        move 1 to bp-cond-true
                    end-if
                when "<"
                    if function numval (bp-cond-current) <
                        function numval (bp-cond-value)
                        move 1 to bp-cond-true
                    end-if
                when ">"
                    if function numval (bp-cond-current) >
                        function numval (bp-cond-value)
                        move 1 to bp-cond-true
                    end-if
                when "<="
                    if function numval (bp-cond-current) <=
                        function numval (bp-cond-value)
                        move 1 to bp-cond-true
                    end-if
                when ">="
                    if function numval (bp-cond-current) >=
                        function numval (bp-cond-value)
                        move 1 to bp-cond-true
                    end-if
            end-evaluate.

            continue.

                        add 1 to tmp-counter end-add

                        move spaces to tmp-log-line
                        if bp-orphan-flag(tmp-linenumber) = 'O'
                            string bp-src-name(tmp-linenumber)
                                delimited by size
                                "  " delimited by size
                                bp-saved-line(tmp-linenumber)
                                delimited by size
                                "  ORPHANED -- see the relocation"
                                delimited by size
                                " report" delimited by size
                                into tmp-log-line
                            end-string
                        else
                            string bp-src-name(tmp-linenumber)
                                delimited by size
                                "  " delimited by size
                                bp-src-line(tmp-linenumber)
                                delimited by size
                                into tmp-log-line
                            end-string
                        end-if

                        display tmp-log-line(1:74)
                            line tmp-onscreen-linenumber col 1
                                add 1 to ditem-count end-add
                                move tmp-unstring-buffer(1:30)
                                    to ditem-name(ditem-count)
                                move ditem-level
                                    to ditem-item-level(ditem-count)
                            end-if
                        end-if
                    end-if
      *** the "G" get action used by view-variable, this writes a new
      *** value back into the running program via ANIDATA
        change-variable section.
            if audit-lockdown-flag = 'Y'
                move "Changing data is locked down at this site"
                    to command-input-line
                display command-input-line end-display
                move "Command: " to command-input-line
                exit section
            end-if

            move 3 to tmp-unstring-ptr.
            move spaces to vn-token-1.
            unstring tmp-command-input-buffer delimited by space

      *     one occurrence of a table: fetch the whole item, patch
      *     the occurrence in place, and write the item back
            move spaces to audit-old-value.
            move 0 to cv-changed-flag.
            if vn-subscript > 0
                move 0 to dtf-length
                call ANIDATA using "G" interface-block
                vn-anidata-buffer end-call

                    end-compute

                    if vn-offset + dtf-length <= 281
                        move dtf-value(vn-offset:dtf-length)
                            to audit-old-value
                        move cv-new-value
                            to dtf-value(vn-offset:dtf-length)

                        call ANIDATA using "S" interface-block
                        vn-anidata-buffer end-call
                        move 1 to cv-changed-flag
                    end-if
                end-if
            else
      *         the value it had, for the audit trail; nothing is
      *         set when there is no such item in this module
                move 0 to dtf-length
                call ANIDATA using "G" interface-block
                vn-anidata-buffer end-call

                if dtf-length > 0
                    move dtf-value to audit-old-value

                    move spaces to dtf-value
                    move cv-new-value to dtf-value

                    call ANIDATA using "S" interface-block
                    vn-anidata-buffer end-call
                    move 1 to cv-changed-flag
                end-if
            end-if

            move spaces to command-input-line.
            if cv-changed-flag = 1
                move 'C' to audit-kind
                move cv-var-name to audit-var-name
                move cv-new-value to audit-new-value
                perform write-audit-record

                string "Set " delimited by size
                    function trim(cv-var-name) delimited by size
                    " = " delimited by size
                    function trim(cv-new-value) delimited by size
                    into command-input-line
                end-string
            else
                string "Not changed, no such item or occurrence: "
                    delimited by size
                    function trim(cv-var-name) delimited by size
                    into command-input-line
                end-string
            end-if
            display command-input-line end-display.

            move 0 to dtf-length, dtf-usage.
