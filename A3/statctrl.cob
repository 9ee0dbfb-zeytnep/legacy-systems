       input-output section.
       file-control.
       select history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential

     data division.
       file section.
       *> same layout the statsnew history-file is keyed on, so the
       *> two programs stay in step
       fd history-file.
           01 history-record.
              02 hist-key.
                 03 hist-in-fname  picture x(30).
                 03 hist-run-date  picture x(8).
                 03 hist-run-seq   picture 9(3).
              02 hist-run-time     picture x(4).
              02 hist-out-fname    picture x(30).
              02 hist-read         picture 9(9).
              02 hist-skipped      picture 9(9).
              02 hist-trunc        picture x(1).
              02 hist-mean         picture x(20).
              02 hist-median       picture x(20).
              02 hist-stddev       picture x(20).
              02 hist-status       picture x(1).
              02 hist-proc-date    picture x(8).
              02 filler            picture x(37).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
       77 sigma-n   picture s9(3)v9(2) usage is computational-3 value 3.
       77 matched-count picture s9(4) usage is computational value zero.
       77 read-count    picture s9(9) usage is computational value zero.
       77 superseded-count picture s9(9) usage is computational value zero.
       77 superseded-disp  picture zzzzzzzz9.
       77 win-first     picture s9(4) usage is computational value zero.
       77 win-count     picture s9(4) usage is computational value zero.
       77 i       picture s9(9) usage is computational.
             03 rt-date       picture x(8).
             03 rt-mean       picture s9(14)v9(4) usage is computational-3.

       01 chart-line.
          02 out-chart-date    picture x(8).
          02 filler            picture x(1) value spaces.
           move 8 to return-code
       else
           perform load-feed-history
           if superseded-count > 0
               move superseded-count to superseded-disp
               display 'NOTE: ' function trim(superseded-disp)
                   ' superseded version(s) left out - each day is'
                   ' charted at its current figures'
           end-if
           if parm-ok = 'Y'
               perform control-chart-report
           else
               end-if
           end-if.

       *> Paragraph to read the requested feed's records off the
       *> run-history master into run-table, oldest first - the master
       *> is keyed on input filename then run date, so this starts on
       *> the feed's first key and stops at the first other feed
       load-feed-history.
           open input history-file
           if hist-file-status not = '00'
                   ' could not be opened, status ' hist-file-status
               move 'N' to parm-ok
           else
               move want-fname to hist-in-fname
               move low-values to hist-run-date
               move zero to hist-run-seq
               start history-file key is not less than hist-key
                   invalid key move 0 to feof-his
               end-start
               perform load-history-record until feof-his = 0
               close history-file
           end-if.

       *> Paragraph to read one history record and keep it when it
       *> belongs to the requested feed - a table past 500 runs drops
       *> the oldest entry, the window only ever needs the tail. a
       *> version superseded by a restatement or rerun is not a run
       *> of its own, only the current figures for a day are charted
       load-history-record.
           read history-file next record
               at end move 0 to feof-his
           end-read
           if feof-his not = 0
               add 1 to read-count
               if hist-in-fname = want-fname
                   if hist-status = 'S'
                       add 1 to superseded-count
                   else
                       if matched-count = 500
                           perform drop-oldest-run
                       end-if
                       add 1 to matched-count
                       move hist-run-date to rt-date( matched-count )
                       compute rt-mean( matched-count ) =
                           function numval(hist-mean)
                   end-if
               else
                   move 0 to feof-his
               end-if
           end-if.

