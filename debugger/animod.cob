      * shared so a reader (action "I") can follow a trace another
      * run is still writing -- see the live tail utility
                      sharing with all other
      * alternate key on the record type ("D", "P", "H", "T"), so a
      * reader that wants only one type can position straight at its
      * first record (action "T") and sweep it (action "M") instead
      * of reading the whole file and discarding the rest
          03  aniv-old-value                 pic x(25).
          03  aniv-new-value                 pic x(25).
          03  filler                         pic x(35).
      * assertion-violation view of the same record (ani-type "A"):
      * written by the animator when a data item was given a value
      * its assertion rule forbids -- item name, offending value and
      * the rule side by side, the rule letter (R range, L list,
      * S not spaces, N numeric) in the condition byte, stamped with
      * the module and line of the statement that gave the value
       01 ani-ast-rec.
          03  filler                         pic x(7).
          03  anis-type                      pic x.
          03  anis-condition                 pic x.
          03  anis-var-name                  pic x(25).
          03  anis-value                     pic x(25).
          03  anis-rule                      pic x(25).
          03  filler                         pic x(35).
      * operator-intervention view of the same record (ani-type "U"):
      * written by the animator when the operator changed a data item
      * ("C", condition byte "C") or moved the next statement with
      * SetNext (condition byte "N", item "SETNEXT", old and new value
      * the line moved from and to) -- who did it, when, and what
       01 ani-aud-rec.
          03  filler                         pic x(7).
          03  aniu-type                      pic x.
          03  aniu-condition                 pic x.
          03  aniu-user                      pic x(8).
          03  aniu-date                      pic 9(8).
          03  aniu-time                      pic 9(6).
          03  aniu-var-name                  pic x(17).
          03  aniu-old-value                 pic x(18).
          03  aniu-new-value                 pic x(18).
          03  filler                         pic x(35).
      * run-header view of the same record (ani-type "H"): written
      * once at the start of each animation run via action "H", so
      * several runs writing into one file stay distinguishable; the
          03  anih-program                   pic x(30).
          03  filler                         pic x(24).
          03  filler                         pic x(35).
      * run-trailer view of the same record (ani-type "T"): written
      * once at the end of each animation run via action "E", so a
      * run that reached its end can be told from one that was cut
      * off; the caller supplies key, run id, statement count, end
      * reason, the debugged program's return code and the module
      * and line it ended on, the end date and time are stamped here
       01 ani-trl-rec.
          03  anit-key                       pic x(7).
          03  anit-type                      pic x.
          03  anit-run-id                    pic x(8).
          03  anit-end-date                  pic 9(8).
          03  anit-end-time                  pic 9(6).
          03  anit-stmt-count                pic 9(9).
          03  anit-reason                    pic x(10).
          03  anit-program-rc                pic s9(4)
                                   sign is leading separate.
          03  filler                         pic x(30).
          03  anit-module                    pic x(30).
          03  anit-src-line                  pic 9(5).
      * recording-window view of the same record (ani-type "W"):
      * written by the animator when a start trigger opens a
      * recording window ("O" in the event byte) and when a stop
      * trigger, the window's statement limit or the end of the run
      * closes it ("C") -- the window number, the statements it
      * recorded (on the closing marker), and the trigger or reason,
      * stamped with the module and line it fired on
       01 ani-win-rec.
          03  filler                         pic x(7).
          03  aniw-type                      pic x.
          03  aniw-event                     pic x.
          03  aniw-window-no                 pic 9(4).
          03  aniw-stmt-count                pic 9(9).
          03  aniw-trigger                   pic x(62).
          03  filler                         pic x(35).
      * file I/O view of the same record (ani-type "F"): written by
      * the animator after an OPEN, CLOSE, READ, WRITE, REWRITE,
      * DELETE or START statement has run -- the operation, the open
      * mode of an OPEN, the file (its SELECT name), the FILE STATUS
      * the statement left and the status field it was read from,
      * stamped with the module and line of the statement; the
      * condition byte says what the status is worth: "S" read after
      * the statement ran, "N" the file has no status field, "U" not
      * known (the run ended before the outcome could be read)
       01 ani-io-rec.
          03  filler                         pic x(7).
          03  anif-type                      pic x.
          03  anif-condition                 pic x.
          03  anif-operation                 pic x(8).
          03  anif-open-mode                 pic x(6).
          03  anif-file-name                 pic x(30).
          03  anif-status                    pic x(2).
          03  anif-status-field              pic x(29).
          03  filler                         pic x(35).
      * post-mortem dump view of the same record (ani-type "M"):
      * written by the animator in a block, one record per data item
      * of the active module, where a headless batch run stopped on a
      * breakpoint ("B" in the condition byte), the Go budget ("G") or
      * an I/O error ("I"), and where the program ended with a nonzero
      * RETURN-CODE ("A") -- the item's place in the block (1 starts
      * a block), its level number, name and value as it stood,
      * stamped with the module and line the run stopped on
       01 ani-dmp-rec.
          03  filler                         pic x(7).
          03  anid-type                      pic x.
          03  anid-condition                 pic x.
          03  anid-item-no                   pic 9(3).
          03  anid-level                     pic 99.
          03  anid-var-name                  pic x(30).
          03  anid-value                     pic x(40).
          03  filler                         pic x(35).
       working-storage section.
       01  file-path-info.
           03  ani-path                      pic x(256).
               move ani-rec to ani-data
               go to h99.

      * the trailer closes the run: whatever is still buffered goes
      * out first, so a trailer is never on file without the
      * statements before it
           if action = "E"
               perform flush-buffer
               move ani-data to ani-rec
               move "T" to anit-type
               accept anit-end-date from date yyyymmdd end-accept
               accept anit-end-time from time end-accept
               write ani-rec
               move ani-rec to ani-data
               go to h99.

           if action = "U"
               move ani-data to ani-rec
               rewrite ani-rec
