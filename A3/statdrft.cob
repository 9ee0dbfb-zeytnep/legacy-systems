*>     percentage change, and flags any metric that moved more than
*>     the threshold, so a broken feed ("MEAN moved 40% overnight")
*>     is caught by the scheduler instead of by a human eyeballing
*>     the morning report. PREV in place of the prior name compares
*>     against the feed's previous generation off the generation
*>     catalog statsnew keeps
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.
       select prior-file assign to dynamic prior-fname
           organization is line sequential
           file status is prior-file-status.
       select optional history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional gencat-file assign to dynamic gencat-fname
           organization is indexed
           access mode is dynamic
           record key is gen-key
           file status is gencat-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
           file status is alert-file-status.
           01 curr-fd-line pic x(60).
       fd prior-file.
           01 prior-fd-line pic x(60).
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
       *> same layout as the statsnew generation catalog
       fd gencat-file.
           01 gencat-record.
              02 gen-key.
                 03 gen-in-fname   picture x(30).
                 03 gen-number     picture 9(4).
              02 gen-run-date      picture x(8).
              02 gen-proc-date     picture x(8).
              02 gen-run-time      picture x(6).
              02 gen-run-version   picture 9(3).
              02 gen-out-fname     picture x(30).
              02 gen-status        picture x(1).
              02 gen-purge-date    picture x(8).
              02 filler            picture x(22).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
       *> on the morning statalrt FEED: report. an older extract
       *> without the card falls back to the extract's own name
       77 alert-feed-name pic x(30) value spaces.
       *> the business date and run-history version each extract was
       *> recorded under, off the RUN_DATE/RUN_VERSION cards statsnew
       *> closes its .CSV with - a comparison is only made between
       *> current versions, never against figures a restatement or
       *> rerun has since superseded. blank on older extracts, which
       *> are compared as before
       77 history-fname pic x(40) value 'RUNHIST.DAT'.
       77 hist-file-status pic x(2) value '00'.
       77 prior-feed-name   pic x(30) value spaces.
       77 curr-run-date     pic x(8) value spaces.
       77 curr-run-version  pic x(3) value spaces.
       77 prior-run-date    pic x(8) value spaces.
       77 prior-run-version pic x(3) value spaces.
       *> PREV in place of the prior extract's name: the prior is the
       *> latest kept generation of the same feed before the current
       *> extract's own (its GENERATION card) for an earlier business
       *> date, passing over any whose figures a restatement or rerun
       *> has superseded
       77 prev-mode pic x value 'N'.
       77 curr-generation pic x(4) value spaces.
       77 prev-generation picture 9(4) value zero.
       77 prev-run-date   pic x(8) value spaces.
       77 gencat-fname pic x(40) value 'GENCAT.DAT'.
       77 gencat-file-status pic x(2) value '00'.
       77 feof-gen pic 9 value 1.
       77 hist-open pic x value 'N'.
       77 cand-ok   pic x value 'N'.
       *> shared fields for check-extract-version - the caller names
       *> the side to look up, the "call" style used throughout
       77 check-side-name   pic x(8).
       77 check-feed        pic x(30).
       77 check-run-date    pic x(8).
       77 check-run-version pic x(3).
       *> the same ALERTS.DAT.LCK append lock statsnew takes - an
       *> overnight statdrft runs beside driver submissions, and an
       *> unlocked append here would defeat their serialization.
       display '------------------------------------'.
       display ' '.

       *> PARM: <current.CSV> <prior.CSV>|PREV [threshold-percent]
       accept parm-string from command-line.
       perform parse-drift-parm.

       if parm-ok = 'N'
           display 'ABORTING: PARM must name the current and prior CSV extracts'
           display 'Usage: statdrft current.CSV prior.CSV|PREV [threshold-pct]'
       else
           perform load-csv-files
           if parm-ok = 'Y'
               perform check-extract-versions
           end-if
           if parm-ok = 'Y'
               perform drift-report
           end-if
           if curr-fname = spaces or prior-fname = spaces
               move 'N' to parm-ok
           end-if
           if prior-fname = 'PREV'
               move 'Y' to prev-mode
           end-if
           if threshold-text not = spaces
               compute threshold-pct = function numval(threshold-text)
               if threshold-pct <= 0
               perform load-curr-card until feof-cur = 0
               close curr-file
           end-if
           if parm-ok = 'Y' and prev-mode = 'Y'
               perform find-prior-generation
           end-if
           if parm-ok = 'Y'
               open input prior-file
               if prior-file-status not = '00'
           *> the SOURCE_FILE card names the feed input file behind
           *> the extract - it keys the alerts, it is not a metric,
           *> so it stays out of the comparison tables on both sides
           *> RUN_DATE and RUN_VERSION say which history version the
           *> figures are - they are not metrics either
           evaluate csv-card-name
               when 'SOURCE_FILE'
                   if csv-side = 'C'
                       move csv-card-value to alert-feed-name
                   else
                       move csv-card-value to prior-feed-name
                   end-if
               when 'RUN_DATE'
                   if csv-side = 'C'
                       move csv-card-value to curr-run-date
                   else
                       move csv-card-value to prior-run-date
                   end-if
               when 'RUN_VERSION'
                   if csv-side = 'C'
                       move csv-card-value to curr-run-version
                   else
                       move csv-card-value to prior-run-version
                   end-if
               when 'GENERATION'
                   if csv-side = 'C'
                       move csv-card-value to curr-generation
                   end-if
               when other
                   perform file-metric-card
           end-evaluate.

       *> Paragraph to name the prior extract off the generation
       *> catalog - the current extract must say which feed and which
       *> generation it is, or there is no "previous" to find
       find-prior-generation.
           if alert-feed-name = spaces or curr-generation is not numeric
               display 'ERROR: current extract carries no SOURCE_FILE or '
                   'GENERATION card - name the prior extract instead of PREV'
               move 'N' to parm-ok
           else
               move zero to prev-generation
               open input gencat-file
               if gencat-file-status not = '00'
                   display 'ERROR: generation catalog '
                       function trim(gencat-fname)
                       ' could not be opened, status ' gencat-file-status
                   move 'N' to parm-ok
               else
                   move 'N' to hist-open
                   open input history-file
                   if hist-file-status = '00'
                       move 'Y' to hist-open
                   end-if
                   move 1 to feof-gen
                   move alert-feed-name to gen-in-fname
                   move zero to gen-number
                   start gencat-file key is not less than gen-key
                       invalid key
                           move 0 to feof-gen
                   end-start
                   perform scan-prior-generation until feof-gen = 0
                   close gencat-file
                   if hist-open = 'Y'
                       close history-file
                   end-if
                   if prev-generation = zero
                       display 'ERROR: ' function trim(alert-feed-name)
                           ' has no kept generation before '
                           curr-generation ' for an earlier business date'
                       move 'N' to parm-ok
                   else
                       display 'Prior extract    : generation '
                           prev-generation ' of ' prev-run-date ' - '
                           function trim(prior-fname)
                   end-if
               end-if
           end-if.

       scan-prior-generation.
           read gencat-file next record
               at end move 0 to feof-gen
           end-read
           if feof-gen not = 0
               if gen-in-fname = alert-feed-name
                   and gen-number < curr-generation
                   move 'Y' to cand-ok
                   if gen-status not = 'K'
                       move 'N' to cand-ok
                   end-if
                   if curr-run-date not = spaces
                       and gen-run-date not < curr-run-date
                       move 'N' to cand-ok
                   end-if
                   if cand-ok = 'Y' and hist-open = 'Y'
                       and gen-run-version > 0
                       move gen-in-fname to hist-in-fname
                       move gen-run-date to hist-run-date
                       move gen-run-version to hist-run-seq
                       read history-file record
                           invalid key
                               continue
                           not invalid key
                               if hist-status = 'S'
                                   move 'N' to cand-ok
                               end-if
                       end-read
                   end-if
                   if cand-ok = 'Y'
                       move gen-number to prev-generation
                       move gen-run-date to prev-run-date
                       move spaces to prior-fname
                       string function trim(gen-out-fname) delimited by size
                             '.CSV.G' delimited by size
                             gen-number delimited by size
                          into prior-fname
                   end-if
               else
                   move 0 to feof-gen
               end-if
           end-if.

       *> Paragraph to look both extracts up on the run-history
       *> master - an extract whose version has been superseded by a
       *> restatement or rerun is stale, and drift measured against
       *> it would be drift against figures nobody stands behind.
       *> that is an abort, not a warning. a master that cannot be
       *> opened only costs the check
       check-extract-versions.
           open input history-file
           if hist-file-status not = '00'
               display 'WARNING: run history ' function trim(history-fname)
                   ' could not be opened, status ' hist-file-status
                   ' - extract versions not checked'
           else
               move 'current' to check-side-name
               move alert-feed-name to check-feed
               move curr-run-date to check-run-date
               move curr-run-version to check-run-version
               perform check-extract-version
               move 'prior' to check-side-name
               move prior-feed-name to check-feed
               move prior-run-date to check-run-date
               move prior-run-version to check-run-version
               perform check-extract-version
               close history-file
           end-if.

       check-extract-version.
           if check-feed = spaces or check-run-date = spaces
               or check-run-version is not numeric
               or check-run-version = '000'
               display 'NOTE: ' function trim(check-side-name)
                   ' extract carries no run-history version - not checked'
           else
               move check-feed to hist-in-fname
               move check-run-date to hist-run-date
               move check-run-version to hist-run-seq
               read history-file record
                   invalid key
                       display 'WARNING: ' function trim(check-side-name)
                           ' extract version ' check-run-version ' of '
                           check-run-date ' is not on the run history'
                   not invalid key
                       if hist-status = 'S'
                           display 'ERROR: ' function trim(check-side-name)
                               ' extract is version ' check-run-version
                               ' of ' check-run-date
                               ', since superseded - compare the current'
                               ' version instead'
                           move 'N' to parm-ok
                           move 'FAIL' to alert-severity
                           move spaces to alert-text
                           string 'DRIFT NOT RUN - ' delimited by size
                                 function trim(check-side-name)
                                     delimited by size
                                 ' EXTRACT IS SUPERSEDED V' delimited by size
                                 check-run-version delimited by size
                                 ' OF ' delimited by size
                                 check-run-date delimited by size
                              into alert-text
                           perform write-alert-record
                       else
                           display 'Checked: ' function trim(check-side-name)
                               ' extract is the current version '
                               check-run-version ' of ' check-run-date
                       end-if
               end-read
           end-if.

       file-metric-card.
