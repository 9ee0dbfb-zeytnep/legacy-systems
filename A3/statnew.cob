           file status is ckpt-file-status.
       select summary-file assign to dynamic summary-fname
           organization is line sequential.
       *> the run-history master is keyed on input file and run
       *> date (the run sequence only parts a deliberate same-day
       *> rerun from the first run), with the run date as a second
       *> key for the date slices - the duplicate guard is one
       *> keyed read instead of a pass over a year of history
       select optional history-file assign to dynamic history-fname
           organization is indexed
           access mode is dynamic
           record key is hist-key
           alternate record key is hist-run-date with duplicates
           file status is hist-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.
       select optional operator-file assign to dynamic operator-fname
           organization is line sequential
           file status is operator-file-status.
       select optional run-audit-file assign to dynamic run-audit-fname
           organization is line sequential
           file status is run-audit-file-status.
       select optional category-file assign to dynamic ctgm-fname
           organization is line sequential
           file status is ctgm-file-status.
       *> generation catalog - one record per retained generation of
       *> a feed's outputs, keyed on input file and generation number
       select optional gencat-file assign to dynamic gencat-fname
           organization is indexed
           access mode is dynamic
           record key is gen-key
           file status is gencat-file-status.
       select optional registry-file assign to dynamic registry-fname
           organization is line sequential
           file status is reg-file-status.

     data division.
       *> specify file characteristics and declare all variables
       fd out-file.
           01 out-line pic x(80).
       fd parm-file.
           01 parm-fd-line pic x(120).
       fd exceptions-file.
           01 exc-out-line pic x(80).
       fd csv-file.
           01 csv-out-line pic x(60).
       fd driver-file.
           01 driver-fd-line pic x(120).
       fd outliers-file.
           01 outl-out-line pic x(80).
       fd posting-file.
           01 ckpt-fd-line pic x(120).
       fd summary-file.
           01 summary-out-line pic x(120).
       *> permanent run-history master - every pair run adds one
       *> record here so there is a durable answer to "what did the
       *> 14th's run of the claims feed look like" after the out-file
       *> has been overwritten by the next cycle. the tail is kept
       *> spare so the record can grow without another conversion
       fd history-file.
           01 history-record.
              02 hist-key.
                 03 hist-in-fname  picture x(30).
                 03 hist-run-date  picture x(8).
                 03 hist-run-seq   picture 9(3).
              *> hhmm the run was made - the feed registry check
              *> judges a feed late against its cutoff by this stamp
              02 hist-run-time     picture x(4).
              02 hist-out-fname    picture x(30).
              02 hist-read         picture 9(9).
              02 hist-skipped      picture 9(9).
              02 hist-trunc        picture x(1).
              02 hist-mean         picture -(14)9.9(4).
              02 hist-median       picture -(14)9.9(4).
              02 hist-stddev       picture -(14)9.9(4).
              *> C = the current figures for the feed and business
              *> date, S = superseded by a later version (a rerun or a
              *> restatement) - superseded records are kept, never
              *> deleted. blank on records written before versions
              *> were kept, and read as current
              02 hist-status       picture x(1).
              *> the calendar date the run was actually made - differs
              *> from hist-run-date only on a restatement
              02 hist-proc-date    picture x(8).
              02 filler            picture x(37).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
           01 lock-fd-line pic x(80).
       fd operator-file.
           01 operator-fd-line pic x(80).
       fd run-audit-file.
           01 run-audit-fd-line pic x(120).
       fd category-file.
           01 category-fd-line pic x(80).
       *> every cycle's out-file, .CSV, .PST, .EXC and .OUT are kept
       *> as <name>.Gnnnn copies beside the live files, and each
       *> generation is catalogued here with the run it came from.
       *> a generation past the feed's retention count has its
       *> copies deleted and is marked purged - the record stays
       fd gencat-file.
           01 gencat-record.
              02 gen-key.
                 03 gen-in-fname   picture x(30).
                 03 gen-number     picture 9(4).
              *> business date and history version of the run, the
              *> day it was made, and the report it was written to
              02 gen-run-date      picture x(8).
              02 gen-proc-date     picture x(8).
              02 gen-run-time      picture x(6).
              02 gen-run-version   picture 9(3).
              02 gen-out-fname     picture x(30).
              *> K = kept, I = kept but a copy failed, P = purged
              02 gen-status        picture x(1).
              02 gen-purge-date    picture x(8).
              02 filler            picture x(22).
       fd registry-file.
           01 registry-fd-line pic x(120).

       *> declare all variables/types
       working-storage section.
             03 psum-min       picture s9(14)v9(14) usage is computational-3.
             03 psum-max       picture s9(14)v9(14) usage is computational-3.
             03 psum-trunc     picture x.
       77 history-fname pic x(40) value 'RUNHIST.DAT'.
       77 hist-file-status pic x(2) value '00'.
       *> run sequence the next record of this feed and day takes -
       *> 1 for the day's first run, one up for each FORCE rerun
       77 hist-next-seq picture 9(3) value zero.

       *> central alerts master (ALERTS.DAT in the run directory) -
       *> every alerting condition of the suite is appended here as
       77 breach-count picture s9(4) usage is computational value zero.
       77 skipped-count picture s9(9) usage is computational value zero.
       77 run-date picture x(8) value spaces.
       77 run-time picture x(6) value spaces.
       *> the calendar date the run is made - run-date is the business
       *> date the figures belong to, and only a RESTATE run moves it
       77 proc-date picture x(8) value spaces.

       *> shared "parameters" for write-csv-record, mirroring how
       *> compute-percentile takes its input in pct-target
       *> job resubmitted by mistake cannot hand downstream the same
       *> figures twice as if they were new
       77 force-run pic x value 'N'.
       *> RESTATE:yyyymmdd run option: reprocess a feed for an earlier
       *> business date - the sender reissued it, or a .CNV factor or
       *> .TOL limit was wrong. the run is recorded under that date as
       *> the next version, and the earlier version is marked
       *> superseded on the history master instead of being refused
       77 restate-date pic x(8) value spaces.
       77 restate-bad  pic x value 'N'.
       *> OPER:<id> run option: the operator submitting a FORCE or
       *> RESTATE run - either one replaces figures already handed
       *> downstream, so the operator master must authorize the id
       *> to force reruns of the feed, or the pair is refused
       77 operator-id  pic x(8) value spaces.
       77 auth-refused pic x value 'N'.
       *> RESEND:nnnn run option: a recovery run - the pair's .PST
       *> is put back from the named generation, exactly as it was
       *> first sent, for the ledger to take again. nothing is read
       *> or recomputed and no history is written. it hands the
       *> ledger figures a second time, so it takes the same
       *> operator authority as FORCE
       77 resend-gen  pic x(4) value spaces.
       77 resend-bad  pic x value 'N'.
       77 resend-done pic x value 'N'.
       *> operator master - one card per operator and feed covered,
       *> with a Y/N column per function; a feed of *ALL covers every
       *> feed and a card with * in column 1 is a comment. the same
       *> layout statfix and stattol check against
       77 operator-fname pic x(40) value 'OPERATOR.DAT'.
       77 operator-file-status pic x(2) value '00'.
       77 feof-opr pic 9 value 1.
       01 operator-record.
          02 opr-id            picture x(8).
          02 filler            picture x(1).
          02 opr-repair        picture x(1).
          02 opr-limits        picture x(1).
          02 opr-force         picture x(1).
          02 filler            picture x(1).
          02 opr-feed          picture x(30).
          02 filler            picture x(1).
          02 opr-name          picture x(30).
          02 filler            picture x(6).
       *> shared fields for check-operator-auth - the caller sets the
       *> id, feed and function (REPAIR, LIMITS or FORCE) and gets
       *> auth-ok back, with auth-reason saying why not
       77 auth-id       pic x(8).
       77 auth-feed     pic x(30).
       77 auth-function pic x(6).
       77 auth-ok       pic x value 'N'.
       77 auth-id-known pic x value 'N'.
       77 auth-reason   pic x(40).

       *> every authorized FORCE or RESTATE run is recorded in the
       *> feed's <in-fname>.RUN.AUD beside statfix's and stattol's
       *> .AUD files - who overrode the guard, when, and for which
       *> business date
       77 run-audit-fname pic x(50).
       77 run-audit-file-status pic x(2) value '00'.
       01 run-audit-record.
          02 rau-date          picture x(8).
          02 filler            picture x(1) value spaces.
          02 rau-time          picture x(6).
          02 filler            picture x(1) value spaces.
          02 rau-operator      picture x(8).
          02 filler            picture x(1) value spaces.
          02 rau-action        picture x(9).
          02 filler            picture x(1) value spaces.
          02 rau-label         picture x(9) value 'BUS DATE '.
          02 rau-run-date      picture x(8).
          02 filler            picture x(1) value spaces.
          02 rau-out-fname     picture x(40).
       *> generation retention - how many generations of its outputs
       *> a feed keeps comes off its feed registry card (FEEDREG.DAT,
       *> cols 107-109); a feed with no count there keeps the default
       77 gencat-fname pic x(40) value 'GENCAT.DAT'.
       77 gencat-file-status pic x(2) value '00'.
       77 registry-fname pic x(40) value 'FEEDREG.DAT'.
       77 reg-file-status pic x(2) value '00'.
       77 feof-reg  pic 9 value 1.
       77 feof-gen  pic 9 value 1.
       77 gen-keep          picture s9(4) usage is computational value zero.
       77 gen-keep-default  picture s9(4) usage is computational value 7.
       77 gen-last          picture 9(4) value zero.
       77 gen-new           picture 9(4) value zero.
       77 gen-copy-rc       picture s9(9) usage is computational value zero.
       77 gen-copy-failed   pic x value 'N'.
       77 gen-purged-count  picture s9(4) usage is computational value zero.
       77 gen-purged-disp   picture zzz9.
       77 gen-k             picture s9(4) usage is computational value zero.
       01 registry-record.
          02 reg-in-fname      picture x(30).
          02 filler            picture x(76).
          02 reg-generations   picture x(3).
          02 filler            picture x(11).
       *> shared fields for build-generation-names - the caller sets
       *> the report and input names and the generation number, and
       *> gets back the five live names and their generation copies
       77 gen-name-out      pic x(30).
       77 gen-name-in       pic x(30).
       77 gen-name-number   picture 9(4).
       01 generation-names.
          02 gen-file-entry occurs 5 times.
             03 gen-base-fname pic x(40).
             03 gen-copy-fname pic x(46).
       77 gen-src-fname pic x(46).
       77 gen-dst-fname pic x(46).

       *> what write-history-record found and did - the version the
       *> run was recorded as (zero when it could not be recorded),
       *> and the earlier versions it superseded
       77 run-version      picture 9(3) value zero.
       77 current-versions picture s9(4) usage is computational value zero.
       77 superseded-count picture s9(4) usage is computational value zero.
       77 prior-version    picture 9(3) value zero.
       77 prior-mean       pic x(20) value spaces.
       77 restated-mean    pic x(20) value spaces.
       *> PAIRED run option: each in-card carries a second value, the
       *> driver quantity behind the amount, and the report adds the
       *> relationship between the two series - correlation, least-
       *> shared field for parse-run-options - the caller moves the
       *> PARM or driver options column here first, the same
       *> shared-working-storage "call" style as write-csv-record
       77 run-options-work pic x(60).
       77 opt-token-1 pic x(20).
       77 opt-token-2 pic x(20).
       77 opt-token-3 pic x(20).
       77 opt-token-4 pic x(20).
       77 opt-token-5 pic x(20).
       77 opt-token   pic x(20).
       77 feof    pic 9 value 1.
       77 i       picture s9(9) usage is computational.
       77 j       picture s9(9) usage is computational.
       01 category-table.
          02 category-entry occurs 20 times indexed by cat-idx.
             03 cat-code       picture x(4).
             *> description and ledger account off the category
             *> master - blank when no master is in use
             03 cat-desc       picture x(30).
             03 cat-gl         picture x(12).
             03 cat-sum        picture s9(14)v9(14) usage is computational-3.
             03 cat-wsum       picture s9(14)v9(4) usage is computational-3.
             03 cat-cnt        picture s9(9) usage is computational.
          02 pst-d-count       picture 9(9).
          02 pst-d-amount      picture s9(14)v9(4) sign leading separate.
          02 pst-d-weight      picture s9(14)v9(4) sign leading separate.
          *> the ledger account the category posts to, off the
          *> category master - blank when no master is in use
          02 pst-d-gl          picture x(12).
       01 posting-trailer.
          02 pst-t-id          picture x(1) value 'T'.
          02 pst-t-details     picture 9(9).

       *> layout of a small parameter file used to drive statsnew from
       *> batch (JCL PARM / cron) instead of the interactive ACCEPTs.
       *> the options field (cols 61-120) takes ZEROOK to accept zero
       *> values into the run instead of routing them to the .EXC file,
       *> and the FORCE, PAIRED, RESTATE:yyyymmdd and RESEND:nnnn
       *> options - FORCE, RESTATE and RESEND also need OPER:<id>, an
       *> operator the operator master authorizes to force reruns of
       *> the feed
       01 parm-record.
          02 parm-in-fname     picture x(30).
          02 parm-out-fname    picture x(30).
          02 parm-run-options  picture x(60).

       *> layout of a driver file listing several in/out pairs to run
       *> in one submission instead of one file per interactive session.
       *> the options field (cols 61-120) takes ZEROOK per pair, the
       *> same options the PARM record carries
       01 driver-record.
          02 drv-in-fname      picture x(30).
          02 drv-out-fname     picture x(30).
          02 drv-run-options   picture x(60).

       *> layout of one card of the per-feed tolerance control file
       *> (<in-fname>.TOL) - keyword,value per line in the same
       01 cnv-card.
          02 cnv-keyword       picture x(20).
          02 cnv-value-text    picture x(20).
       *> category master (CATEGORY.DAT in the run directory) - a C
       *> card per code with its active flag, ledger GL account and
       *> description, and F cards naming the feeds a code is valid
       *> for (a code with no F cards is valid on every feed). read
       *> afresh at the start of each pair; the select is OPTIONAL,
       *> so a site without a master runs its codes unchecked as
       *> before. a card whose code is unknown, inactive or not
       *> valid for the feed goes to the .EXC file with the reason
       01 ctgm-card.
          02 ctgc-type         picture x(1).
          02 filler            picture x(1).
          02 ctgc-code         picture x(4).
          02 filler            picture x(1).
          02 ctgc-active       picture x(1).
          02 filler            picture x(1).
          02 ctgc-gl           picture x(12).
          02 filler            picture x(1).
          02 ctgc-desc         picture x(30).
          02 filler            picture x(28).
       01 ctgm-feed-card redefines ctgm-card.
          02 filler            picture x(2).
          02 ctgf-code         picture x(4).
          02 filler            picture x(1).
          02 ctgf-feed         picture x(30).
          02 filler            picture x(43).
       77 ctgm-fname pic x(40) value 'CATEGORY.DAT'.
       77 ctgm-file-status pic x(2) value '00'.
       77 feof-ctg  pic 9 value 1.
       77 ctgm-present pic x value 'N'.
       77 ctgm-count picture s9(4) usage is computational value zero.
       77 ctgm-idx   picture s9(4) usage is computational value zero.
       *> what check-card-category found for the current card - the
       *> master slot, and the .EXC reason when the code is refused
       77 ctgm-hit   picture s9(4) usage is computational value zero.
       77 ctg-reason pic x(16) value spaces.
       77 ctg-reject-count picture s9(9) usage is computational value zero.
       01 ctgm-table.
          02 ctgm-entry occurs 100 times.
             03 ctgm-code      picture x(4).
             03 ctgm-active    picture x(1).
             03 ctgm-gl        picture x(12).
             03 ctgm-desc      picture x(30).
             *> 'Y' once any F card names the code, and 'Y' when one
             *> names this pair's feed
             03 ctgm-has-feeds picture x(1).
             03 ctgm-feed-ok   picture x(1).
       *> a category reject keeps the card as sent in cols 1-60, so
       *> statfix can still offer it, with the reason in cols 61-80 -
       *> the CTG: tag marks it apart from a plain reject, whose own
       *> cols 61-80 are whatever the sending system put there
       01 exc-reject-card.
          02 exc-reject-body   picture x(60).
          02 exc-reject-tag    picture x(4) value 'CTG:'.
          02 exc-reject-reason picture x(16).

       77 cnv-fname pic x(40).
       77 cnv-file-status pic x(2) value '00'.
       77 feof-cnv  pic 9 value 1.
          02 filler            picture x(3) value '  ('.
          02 out-cstat-cnt     picture zzzzz9.
          02 filler            picture x(9) value ' records)'.
          02 filler            picture x(1) value spaces.
          02 out-cstat-desc    picture x(30).
       01 category-line.
          02 filler            picture x(2) value spaces.
          02 out-cat-code      picture x(4).
          02 out-cat-mean      picture -(14)9.9(4).
          02 filler            picture x(11) value ' avg, wt = '.
          02 out-cat-wsum      picture -(11)9.9(2).
       01 category-desc-line.
          02 filler            picture x(9) value spaces.
          02 out-cat-desc      picture x(30).
          02 filler            picture x(6) value '  GL: '.
          02 out-cat-gl        picture x(12).

       *> trailer written into out-file at the end of the run so the
       *> source file, run date, and record counts travel with the
       01 trailer-skipped-line.
          02 filler            picture x(30) value ' Records Skipped    = '.
          02 out-trailer-skipped picture zzzzzzzz9.
       01 trailer-category-line.
          02 filler            picture x(30) value '   of which Category  = '.
          02 out-trailer-category picture zzzzzzzz9.
       01 trailer-truncated-line.
          02 filler            picture x(30) value ' Records Truncated  = '.
          02 out-trailer-truncated picture x(3).
              into cnv-fname
           perform read-conversion-file

           *> the category master is read for every pair - the codes
           *> a feed may use differ from feed to feed
           perform read-category-master

           *> a pair the history master already shows for today's run
           *> date has been run once - refuse it rather than hand
           *> downstream the same figures twice, unless FORCE says
           *> the rerun is deliberate
           perform set-run-date
           perform check-run-override
           perform check-duplicate-run
           evaluate true
               when auth-refused = 'Y'
                   display 'REFUSED: ' function trim(in-fname)
                       ' - operator ' function trim(operator-id)
                       ' may not force or restate this feed - '
                       function trim(auth-reason)
                   if run-rc < 6
                       move 6 to run-rc
                   end-if
                   move 'FAIL' to alert-severity
                   move spaces to alert-text
                   string 'FORCE/RESTATE REFUSED - OPERATOR ' delimited by size
                         function trim(operator-id) delimited by size
                         ' ' delimited by size
                         function trim(auth-reason) delimited by size
                      into alert-text
                   perform write-alert-record
               when restate-bad = 'Y'
                   display 'REFUSED: ' function trim(in-fname)
                       ' - the RESTATE option does not name a usable date'
                   if run-rc < 6
                       move 6 to run-rc
                   end-if
                   move 'FAIL' to alert-severity
                   move 'RESTATE RUN REFUSED - OPTION DOES NOT NAME A PAST DATE'
                       to alert-text
                   perform write-alert-record
               when resend-bad = 'Y'
                   display 'REFUSED: ' function trim(in-fname)
                       ' - the RESEND option does not name a generation'
                   if run-rc < 6
                       move 6 to run-rc
                   end-if
                   move 'FAIL' to alert-severity
                   move 'RESEND RUN REFUSED - OPTION DOES NOT NAME A GENERATION'
                       to alert-text
                   perform write-alert-record
               when resend-gen not = spaces
                   perform resend-generation
               when duplicate-run = 'Y'
                   display 'DUPLICATE: ' function trim(in-fname)
                       ' already has a history record for ' run-date
                       ' - pair refused (rerun with the FORCE option)'
                   if run-rc < 6
                       move 6 to run-rc
                   end-if
                   move 'FAIL' to alert-severity
                   move 'DUPLICATE RUN REFUSED - FEED ALREADY RAN TODAY'
                       to alert-text
                   perform write-alert-record
               when other
                   perform open-and-run-pair
           end-evaluate.

       *> Paragraph to vet a FORCE or RESTATE run against the
       *> operator master before it may override anything - an
       *> authorized one is recorded on the feed's .RUN.AUD, a
       *> refused one sets auth-refused for the caller to turn away
       check-run-override.
           move 'N' to auth-refused
           if force-run = 'Y'
               or ( restate-date not = spaces and restate-bad = 'N' )
               or ( resend-gen not = spaces and resend-bad = 'N' )
               move operator-id to auth-id
               move in-fname to auth-feed
               move 'FORCE' to auth-function
               perform check-operator-auth
               if auth-ok = 'N'
                   move 'Y' to auth-refused
               else
                   *> a resend is recorded once it is made, against
                   *> the business date of the generation it resent
                   if resend-gen = spaces
                       perform write-run-audit-line
                   end-if
               end-if
           end-if.

       *> Paragraph to append the authorized override to the feed's
       *> run audit file - a trail that cannot be written is warned
       *> about, the run itself goes ahead, the history-file rule
       write-run-audit-line.
           move spaces to run-audit-fname
           string function trim(in-fname) delimited by size
                 '.RUN.AUD' delimited by size
              into run-audit-fname
           accept rau-date from date yyyymmdd
           accept rau-time from time
           move operator-id to rau-operator
           evaluate true
               when resend-gen not = spaces
                   move 'RESEND' to rau-action
               when restate-date not = spaces
                   move 'RESTATE' to rau-action
               when other
                   move 'FORCE' to rau-action
           end-evaluate
           move run-date to rau-run-date
           if resend-gen not = spaces
               move gen-copy-fname( 3 ) to rau-out-fname
           else
               move out-fname to rau-out-fname
           end-if
           open extend run-audit-file
           if run-audit-file-status = '00' or run-audit-file-status = '05'
               write run-audit-fd-line from run-audit-record
               close run-audit-file
           else
               display 'WARNING: run audit ' function trim(run-audit-fname)
                   ' could not be extended, status ' run-audit-file-status
           end-if.

       *> Paragraph to look the operator up on the operator master -
       *> the caller sets auth-id, auth-feed and auth-function and
       *> gets auth-ok back. no master, no authority: the check fails
       *> closed, it never waves a session through
       check-operator-auth.
           move 'N' to auth-ok, auth-id-known
           move spaces to auth-reason
           if auth-id = spaces
               move 'NO OPERATOR ID GIVEN' to auth-reason
           else
               move 1 to feof-opr
               open input operator-file
               evaluate operator-file-status
                   when '00'
                       perform check-operator-card
                           until feof-opr = 0 or auth-ok = 'Y'
                       close operator-file
                       if auth-ok = 'N'
                           if auth-id-known = 'N'
                               move 'NOT ON THE OPERATOR MASTER' to auth-reason
                           else
                               move 'NOT AUTHORIZED FOR THIS FEED' to auth-reason
                           end-if
                       end-if
                   when '05'
                       *> OPTIONAL master not there - the open still
                       *> left it open, so close it before moving on
                       close operator-file
                       move 'OPERATOR MASTER NOT AVAILABLE' to auth-reason
                   when other
                       move 'OPERATOR MASTER NOT AVAILABLE' to auth-reason
               end-evaluate
           end-if.

       check-operator-card.
           read operator-file into operator-record
               at end move 0 to feof-opr
           end-read
           if feof-opr not = 0 and operator-fd-line not = spaces
               and operator-fd-line(1:1) not = '*'
               if function upper-case(opr-id) = auth-id
                   move 'Y' to auth-id-known
                   if opr-feed = auth-feed or opr-feed = '*ALL'
                       evaluate auth-function
                           when 'REPAIR'
                               if opr-repair = 'Y'
                                   move 'Y' to auth-ok
                               end-if
                           when 'LIMITS'
                               if opr-limits = 'Y'
                                   move 'Y' to auth-ok
                               end-if
                           when 'FORCE'
                               if opr-force = 'Y'
                                   move 'Y' to auth-ok
                               end-if
                       end-evaluate
                   end-if
               end-if
           end-if.

       *> Paragraph to set the run's dates - proc-date is always the
       *> day the run is made, run-date the business date the figures
       *> are recorded under: the same day, unless RESTATE names an
       *> earlier one
       set-run-date.
           accept run-date from date yyyymmdd
           move run-date to proc-date
           if restate-date not = spaces and restate-bad = 'N'
               move restate-date to run-date
           end-if.

       *> Paragraph to open the pair's input file and run the report -
               perform run-one-pair
           end-if.

       *> Paragraph to look the run-history master up for a record
       *> of this input file dated today - sets duplicate-run. the
       *> select is OPTIONAL, so a site with no history yet simply
       *> finds nothing. FORCE skips the lookup outright, and so does
       *> RESTATE - a restatement is meant to supersede what is there
       check-duplicate-run.
           move 'N' to duplicate-run
           if force-run = 'N' and restate-date = spaces and resend-gen = spaces
               open input history-file
               if hist-file-status = '00' or hist-file-status = '05'
                   move in-fname to hist-in-fname
                   move run-date to hist-run-date
                   move zero to hist-run-seq
                   start history-file key is not less than hist-key
                       invalid key
                           continue
                       not invalid key
                           read history-file next record
                               at end
                                   continue
                               not at end
                                   if hist-in-fname = in-fname
                                       and hist-run-date = run-date
                                       move 'Y' to duplicate-run
                                   end-if
                           end-read
                   end-start
                   close history-file
               end-if
           end-if.

       *> Paragraph to find the run sequence the new history record
       *> takes - one past the last run of this feed today, read
       *> forward from the day's first key. the caller holds the
       *> append lock and has the master open, so no parallel
       *> submission can take the same sequence in between
       find-next-history-seq.
           move zero to hist-next-seq
           move zero to current-versions, prior-version
           move spaces to prior-mean
           move 1 to feof-dup
           move in-fname to hist-in-fname
           move run-date to hist-run-date
           move zero to hist-run-seq
           start history-file key is not less than hist-key
               invalid key
                   move 0 to feof-dup
           end-start
           perform scan-history-day until feof-dup = 0
           add 1 to hist-next-seq.

       scan-history-day.
           read history-file next record
               at end move 0 to feof-dup
           end-read
           if feof-dup not = 0
               if hist-in-fname = in-fname and hist-run-date = run-date
                   move hist-run-seq to hist-next-seq
                   if hist-status not = 'S'
                       add 1 to current-versions
                       move hist-run-seq to prior-version
                       move hist-mean to prior-mean
                   end-if
               else
                   move 0 to feof-dup
               end-if
           end-if.

       *> Paragraph to mark every earlier version of this feed and
       *> business date superseded, now the new version is on the
       *> master - REWRITE in place, nothing is ever deleted. the
       *> caller still holds the append lock and the master open
       supersede-earlier-versions.
           move zero to superseded-count
           move 1 to feof-dup
           move in-fname to hist-in-fname
           move run-date to hist-run-date
           move zero to hist-run-seq
           start history-file key is not less than hist-key
               invalid key
                   move 0 to feof-dup
           end-start
           perform supersede-one-version until feof-dup = 0.

       supersede-one-version.
           read history-file next record
               at end move 0 to feof-dup
           end-read
           if feof-dup not = 0
               if hist-in-fname = in-fname and hist-run-date = run-date
                   and hist-run-seq < run-version
                   if hist-status not = 'S'
                       move 'S' to hist-status
                       rewrite history-record
                           invalid key
                               display 'WARNING: run history version '
                                   hist-run-seq ' of ' function trim(in-fname)
                                   ' could not be marked superseded, status '
                                   hist-file-status
                           not invalid key
                               add 1 to superseded-count
                       end-rewrite
                   end-if
               else
                   move 0 to feof-dup
               end-if
           end-if.
           *> run-summary trailer - source file, run date, and record
           *> counts, so a batch run's provenance travels with the report
           *> instead of only being DISPLAYed to the terminal
           perform set-run-date
           move in-fname to out-trailer-fname
           move run-date to out-trailer-date
           move num-count to out-trailer-read
           write out-line from trailer-date-line after advancing 1 line
           write out-line from trailer-read-line after advancing 1 line
           write out-line from trailer-skipped-line after advancing 1 line
           if ctgm-present = 'Y'
               move ctg-reject-count to out-trailer-category
               write out-line from trailer-category-line after advancing 1 line
           end-if
           write out-line from trailer-truncated-line after advancing 1 line

           *> reconcile the feed against its control trailer, when the
           *> durable copy of the trailer for the run-history master
           perform write-history-record

           *> stamp the extract with the business date and history
           *> version it was recorded as, now both are known
           perform write-csv-run-cards

           *> hold the feed when a control-file limit was breached -
           *> the report ends with the breach section and the step
           *> ends with a nonzero RETURN-CODE
           *> close files
           close input-file, out-file, exceptions-file, csv-file, outliers-file

           *> keep this cycle's outputs as the feed's next generation
           *> before the next cycle opens the live names over them
           perform retain-generation

           *> print goodbye message to the user (to the terminal)
           display '-----------------------------------------'
           display '           DONE - THANK YOU!'
                       *> holding the step) until its feed is
                       *> actually back in bounds
                       evaluate true
                           when auth-refused = 'Y'
                               move 'NOAUTH' to psum-new-status
                           when restate-bad = 'Y' or resend-bad = 'Y'
                               move 'BADOPT' to psum-new-status
                           *> a resend is checkpointed once made, so a
                           *> resubmission cannot hand the ledger the
                           *> same extract a third time
                           when resend-gen not = spaces
                               and resend-done = 'Y'
                               perform record-pair-checkpoint
                               move 'RESENT' to psum-new-status
                           when resend-gen not = spaces
                               move 'NORESEND' to psum-new-status
                           when duplicate-run = 'Y'
                               move 'DUPRUN' to psum-new-status
                           when pair-ok = 'N'
               when 'SHORT'    add 1 to sum-breach-count
               when 'NOCONV'   add 1 to sum-breach-count
               when 'OPENFAIL' add 1 to sum-fail-count
               when 'BADOPT'   add 1 to sum-fail-count
               when 'NOAUTH'   add 1 to sum-fail-count
               when 'NORESEND' add 1 to sum-fail-count
               when 'RESENT'   add 1 to sum-ok-count
               when 'DUPRUN'   add 1 to sum-dup-count
               when 'RESTART'  add 1 to sum-restart-count
           end-evaluate.
           perform varying i from 1 by 1 until i > 10
               move zero to hist-bucket-count(i)
           end-perform.
           move zero to ctg-reject-count
           perform varying i from 1 by 1 until i > 20
               move spaces to cat-code(i), cat-desc(i), cat-gl(i)
               move zero to cat-sum(i), cat-wsum(i), cat-cnt(i)
               move zero to cat-min-v(i), cat-max-v(i), cat-median-v(i)
               move zero to cat-sd-v(i), cat-hist-min-v(i), cat-hist-width-v(i)
           if in-x is numeric
               add in-x to feed-hash-total
           end-if
           move spaces to ctg-reason
           move zero to ctgm-hit
           if ctgm-present = 'Y' and in-category not = spaces
               perform check-card-category
           end-if
           evaluate true
               when in-x is not numeric
                   or ( in-x = zero and zero-ok = 'N' )
                   or ( paired-mode = 'Y' and in-y is not numeric )
                   *> blank/garbage card - or a zero value on a run
                   *> without the ZEROOK option, where a zero would
                   *> blow up harmonic-loop's 1/num-array(i) - or, on a
                   *> PAIRED run, a card whose driver quantity is
                   *> unusable - so route it to the exceptions file
                   *> instead of the running sum
                   add 1 to skipped-count
                   *> a plain write, no line advancing - the repair
                   *> program offers every .EXC line as a card, so the
                   *> file must hold nothing but the rejects themselves
                   write exc-out-line from in-card
               when ctg-reason not = spaces
                   *> a sound value under a code the category master
                   *> does not allow here - kept out of every statistic
                   *> and the posting extract, and routed to the .EXC
                   *> file with the reason beside it
                   add 1 to skipped-count
                   add 1 to ctg-reject-count
                   move in-card to exc-reject-body
                   move ctg-reason to exc-reject-reason
                   write exc-out-line from exc-reject-card
               when num-count < max-num-count
                   *> mixed-unit feeds are brought to house units
                   *> here, before the value enters num-array and
                   *> the category subtotals - the trailer hash was
                   *> no category until accumulate-category files one
                   move zero to cat-tag-array( num-count )
                   perform accumulate-category
               when other
                   *> table is full but the input file still has data -
                   *> stop reading and flag the run as truncated
                   move 'Y' to truncated
                   move 0 to feof
           end-evaluate.

       *> Paragraph to look the current card's category up on the
       *> category master - sets ctgm-hit to its slot and ctg-reason
       *> when the code may not be used on this feed
       check-card-category.
           perform varying ctgm-idx from 1 by 1 until ctgm-idx > ctgm-count
               if ctgm-code( ctgm-idx ) = in-category
                   move ctgm-idx to ctgm-hit
                   exit perform
               end-if
           end-perform
           evaluate true
               when ctgm-hit = 0
                   move 'UNKNOWN CATEGORY' to ctg-reason
               when ctgm-active( ctgm-hit ) not = 'Y'
                   move 'INACTIVE CODE' to ctg-reason
               when ctgm-has-feeds( ctgm-hit ) = 'Y'
                   and ctgm-feed-ok( ctgm-hit ) = 'N'
                   move 'NOT ON THIS FEED' to ctg-reason
               when other
                   continue
           end-evaluate.

       *>>  variance loop to compute variance.
       variance-loop.
                   add 1 to cat-count
                   move cat-count to cat-idx
                   move in-category to cat-code( cat-idx )
                   if ctgm-hit > 0
                       move ctgm-desc( ctgm-hit ) to cat-desc( cat-idx )
                       move ctgm-gl( ctgm-hit ) to cat-gl( cat-idx )
                   else
                       move spaces to cat-desc( cat-idx ), cat-gl( cat-idx )
                   end-if
                   move zero to cat-sum( cat-idx ), cat-wsum( cat-idx ), cat-cnt( cat-idx )
                   move 'Y' to cat-found
               end-if
       *> order, and a token that is not an option is warned about
       *> rather than silently ignored, the read-tolerance-card rule
       parse-run-options.
           move 'N' to zero-ok, force-run, paired-mode, restate-bad
           move 'N' to resend-bad, resend-done
           move spaces to restate-date, operator-id, resend-gen
           move spaces to opt-token-1, opt-token-2, opt-token-3,
               opt-token-4, opt-token-5
           unstring run-options-work delimited by all ' '
               into opt-token-1, opt-token-2, opt-token-3,
                   opt-token-4, opt-token-5
           move opt-token-1 to opt-token
           perform apply-run-option
           move opt-token-2 to opt-token
           perform apply-run-option
           move opt-token-3 to opt-token
           perform apply-run-option
           move opt-token-4 to opt-token
           perform apply-run-option
           move opt-token-5 to opt-token
           perform apply-run-option.

       apply-run-option.
               when 'PAIRED'
                   move 'Y' to paired-mode
               when other
                   evaluate true
                       when opt-token(1:8) = 'RESTATE:'
                           perform apply-restate-option
                       when opt-token(1:5) = 'OPER:'
                           move function upper-case(opt-token(6:8))
                               to operator-id
                       when opt-token(1:7) = 'RESEND:'
                           perform apply-resend-option
                       when other
                           display 'WARNING: unknown run option '
                               function trim(opt-token) ' - option ignored'
                   end-evaluate
           end-evaluate.

       *> Paragraph to take the business date off a RESTATE: option -
       *> unlike the other options a bad one is not ignored, a pair
       *> meant as a restatement must never run as today's figures
       apply-restate-option.
           move opt-token(9:8) to restate-date
           accept proc-date from date yyyymmdd
           if restate-date is not numeric
               move 'Y' to restate-bad
           else
               if function test-date-yyyymmdd
                      (function numval(restate-date)) not = 0
                   or restate-date > proc-date
                   move 'Y' to restate-bad
               end-if
           end-if
           if restate-bad = 'Y'
               display 'ERROR: RESTATE option ' function trim(opt-token)
                   ' is not a past business date yyyymmdd'
           else
               display 'RESTATE - ' function trim(in-fname)
                   ' is being restated for business date ' restate-date
           end-if.

       *> Paragraph to take the generation number off a RESEND:
       *> option - like RESTATE a bad one is not ignored, a pair meant
       *> as a recovery must never run as a fresh cycle
       apply-resend-option.
           move opt-token(8:4) to resend-gen
           if resend-gen is not numeric or opt-token(12:1) not = space
               or resend-gen = '0000'
               move 'Y' to resend-bad
               display 'ERROR: RESEND option ' function trim(opt-token)
                   ' does not name a generation nnnn'
           else
               display 'RESEND - ' function trim(in-fname)
                   ' posting extract is being resent from generation '
                   resend-gen
           end-if.

       *> Paragraph to load the per-feed tolerance limits from
       *> <in-fname>.TOL - the select is OPTIONAL, so a feed with no
       *> control file just gets an immediate end-of-file and every
               move 'Y' to cnv-present
           end-if.

       *> Paragraph to load the category master for this pair - a
       *> master that cannot be opened is warned about and the codes
       *> run unchecked, the read-conversion-file rule
       read-category-master.
           move 'N' to ctgm-present
           move zero to ctgm-count
           move 1 to feof-ctg
           open input category-file
           evaluate ctgm-file-status
               when '00'
                   perform read-category-card until feof-ctg = 0
                   close category-file
                   if ctgm-count > 0
                       move 'Y' to ctgm-present
                   end-if
               when '05'
                   close category-file
               when other
                   display 'WARNING: category master ' function trim(ctgm-fname)
                       ' could not be opened, status ' ctgm-file-status
                       ' - category codes not checked'
           end-evaluate.

       *> Paragraph to file one category master card - C cards open
       *> a code, F cards name a feed it is valid for. a card this
       *> program cannot use is reported and ignored
       read-category-card.
           read category-file into ctgm-card
               at end move 0 to feof-ctg
           end-read
           if feof-ctg not = 0 and category-fd-line not = spaces
               and category-fd-line(1:1) not = '*'
               evaluate true
                   when ctgc-type = 'C' and ctgm-count = 100
                       display 'WARNING: more than 100 codes in '
                           function trim(ctgm-fname) ' - ' ctgc-code
                           ' ignored'
                   when ctgc-type = 'C'
                       add 1 to ctgm-count
                       move ctgc-code to ctgm-code( ctgm-count )
                       move ctgc-active to ctgm-active( ctgm-count )
                       move ctgc-gl to ctgm-gl( ctgm-count )
                       move ctgc-desc to ctgm-desc( ctgm-count )
                       move 'N' to ctgm-has-feeds( ctgm-count ),
                           ctgm-feed-ok( ctgm-count )
                   when ctgc-type = 'F'
                       perform file-category-feed
                   when other
                       display 'WARNING: category master card type '
                           ctgc-type ' not C or F - card ignored'
               end-evaluate
           end-if.

       file-category-feed.
           move zero to ctgm-hit
           perform varying ctgm-idx from 1 by 1 until ctgm-idx > ctgm-count
               if ctgm-code( ctgm-idx ) = ctgf-code
                   move ctgm-idx to ctgm-hit
                   exit perform
               end-if
           end-perform
           if ctgm-hit = 0
               display 'WARNING: category master F card for ' ctgf-code
                   ' comes before its C card - card ignored'
           else
               move 'Y' to ctgm-has-feeds( ctgm-hit )
               if ctgf-feed = in-fname
                   move 'Y' to ctgm-feed-ok( ctgm-hit )
               end-if
           end-if.

       *> Paragraph to read and file one code,factor card - a card
       *> this program cannot use is reported and ignored, the
       *> read-tolerance-card rule, so a typo cannot silently leave
               end-if
           end-if.

       *> Paragraph to add this run's headline numbers to the
       *> permanent run-history master (RUNHIST.DAT in the run
       *> directory) - the stathist companion program reports on it.
       *> a history problem must never fail the stats run itself, so
       *> a bad open is only warned about
       write-history-record.
           move zero to run-version, superseded-count
           accept run-time from time
           *> the history master is shared with every parallel
           *> submission - serialize the add, and fail it loudly
           *> when the lock cannot be had rather than corrupt the
           *> audit record
           move spaces to lock-fname
              into lock-fname
           perform acquire-append-lock
           if lock-held = 'Y'
               *> status 05 just means the master did not exist yet
               *> and was created by this OPEN - a first run
               open i-o history-file
               if hist-file-status = '00' or hist-file-status = '05'
                   perform find-next-history-seq
                   move spaces to history-record
                   move in-fname to hist-in-fname
                   move run-date to hist-run-date
                   move hist-next-seq to hist-run-seq
                   move 'C' to hist-status
                   move proc-date to hist-proc-date
                   move run-time(1:4) to hist-run-time
                   move out-fname to hist-out-fname
                   move num-count to hist-read
                   move skipped-count to hist-skipped
                   move truncated to hist-trunc
                   move mean to hist-mean
                   move median to hist-median
                   move standardDeviation to hist-stddev
                   move hist-mean to restated-mean
                   write history-record
                       invalid key
                           display 'WARNING: run history '
                               function trim(history-fname)
                               ' refused the record, status '
                               hist-file-status
                       not invalid key
                           move hist-next-seq to run-version
                   end-write
                   if run-version > 0 and current-versions > 0
                       perform supersede-earlier-versions
                   end-if
                   close history-file
               else
                   display 'WARNING: run history ' function trim(history-fname)
                       ' could not be opened for update, status '
                       hist-file-status
               end-if
               perform release-append-lock
               if superseded-count > 0
                   perform alert-figures-changed
               end-if
           else
               display 'ERROR: ' function trim(in-fname)
                   ' was NOT recorded on the run history'
               perform write-alert-record
           end-if.

       *> Paragraph to tell downstream that figures already on the
       *> history master have changed - a restatement or a forced
       *> rerun replaced them with a new version. raised once the
       *> history lock is given back, the alerts master has its own
       alert-figures-changed.
           move 'WARN' to alert-severity
           move spaces to alert-text
           if restate-date not = spaces
               string 'RESTATED ' delimited by size
                     run-date delimited by size
                     ' V' delimited by size
                     run-version delimited by size
                     ' OVER V' delimited by size
                     prior-version delimited by size
                     ' - MEAN WAS ' delimited by size
                     function trim(prior-mean) delimited by size
                     ' NOW ' delimited by size
                     function trim(restated-mean) delimited by size
                  into alert-text
           else
               string 'RERUN ' delimited by size
                     run-date delimited by size
                     ' V' delimited by size
                     run-version delimited by size
                     ' OVER V' delimited by size
                     prior-version delimited by size
                     ' - MEAN WAS ' delimited by size
                     function trim(prior-mean) delimited by size
                     ' NOW ' delimited by size
                     function trim(restated-mean) delimited by size
                  into alert-text
           end-if
           display 'FIGURES CHANGED: ' function trim(in-fname) ' '
               function trim(alert-text)
           perform write-alert-record.

       *> Paragraph to take the append lock named in lock-fname -
       *> waits up to lock-wait-max seconds, one probe per second,
       *> and comes back with lock-held telling the caller whether
               move 'N' to lock-held
           end-if.

       *> Paragraph to keep the pair's outputs as the feed's next
       *> generation - number it off the catalog, stamp the .CSV with
       *> it, copy the five live files to their .Gnnnn names, file the
       *> catalog record, and purge what the retention count no
       *> longer covers. the catalog is shared with every parallel
       *> submission, so the whole of it is done under its lock; the
       *> alerts wait until the lock is given back
       retain-generation.
           perform find-feed-generations
           move 'N' to gen-copy-failed
           move zero to gen-new, gen-purged-count
           move spaces to lock-fname
           string function trim(gencat-fname) delimited by size
                 '.LCK' delimited by size
              into lock-fname
           perform acquire-append-lock
           if lock-held = 'Y'
               *> status 05 just means the catalog did not exist yet
               *> and was created by this OPEN - a first run
               open i-o gencat-file
               if gencat-file-status = '00' or gencat-file-status = '05'
                   perform find-last-generation
                   if gen-last = 9999
                       display 'WARNING: ' function trim(in-fname)
                           ' has used every generation number to 9999'
                           ' - outputs not retained'
                       move 'Y' to gen-copy-failed
                   else
                       compute gen-new = gen-last + 1
                       perform write-csv-generation-card
                       move out-fname to gen-name-out
                       move in-fname to gen-name-in
                       move gen-new to gen-name-number
                       perform build-generation-names
                       perform copy-generation-file varying gen-k from 1 by 1
                           until gen-k > 5
                       perform file-generation-record
                       perform purge-old-generations
                   end-if
                   close gencat-file
               else
                   display 'WARNING: generation catalog '
                       function trim(gencat-fname)
                       ' could not be opened for update, status '
                       gencat-file-status ' - outputs not retained'
                   move 'Y' to gen-copy-failed
               end-if
               perform release-append-lock
               if gen-new > 0 and gen-copy-failed = 'N'
                   display 'Outputs kept as generation ' gen-new
                       ' of ' function trim(in-fname)
               end-if
               if gen-purged-count > 0
                   move gen-purged-count to gen-purged-disp
                   display 'Generations purged past the '
                       'retention count: ' function trim(gen-purged-disp)
               end-if
               if gen-copy-failed = 'Y'
                   if run-rc < 4
                       move 4 to run-rc
                   end-if
                   move 'WARN' to alert-severity
                   move 'OUTPUTS NOT FULLY RETAINED AS A GENERATION'
                       to alert-text
                   perform write-alert-record
               end-if
           else
               display 'ERROR: ' function trim(in-fname)
                   ' outputs were NOT retained as a generation'
               if run-rc < 4
                   move 4 to run-rc
               end-if
               move 'FAIL' to alert-severity
               move 'GENERATION CATALOG LOCK NOT TAKEN - OUTPUTS NOT RETAINED'
                   to alert-text
               perform write-alert-record
           end-if.

       *> Paragraph to read the feed's retention count off the feed
       *> registry - the select is OPTIONAL, and a feed not on the
       *> registry, or with no count on its card, keeps the default
       find-feed-generations.
           move gen-keep-default to gen-keep
           move 1 to feof-reg
           open input registry-file
           if reg-file-status = '00'
               perform find-registry-card until feof-reg = 0
               close registry-file
           else
               if reg-file-status = '05'
                   close registry-file
               end-if
           end-if.

       find-registry-card.
           read registry-file into registry-record
               at end move 0 to feof-reg
           end-read
           if feof-reg not = 0 and registry-fd-line not = spaces
               and reg-in-fname = in-fname
               move 0 to feof-reg
               if reg-generations not = spaces
                   if function trim(reg-generations) is numeric
                       and function numval(reg-generations) > 0
                       compute gen-keep = function numval(reg-generations)
                   else
                       display 'WARNING: feed registry generations '
                           reg-generations ' for ' function trim(in-fname)
                           ' is not a count - keeping '
                           gen-keep-default
                   end-if
               end-if
           end-if.

       *> Paragraph to find the feed's last generation number, read
       *> forward from its first key. the caller holds the catalog
       *> lock and has it open
       find-last-generation.
           move zero to gen-last
           move 1 to feof-gen
           move in-fname to gen-in-fname
           move zero to gen-number
           start gencat-file key is not less than gen-key
               invalid key
                   move 0 to feof-gen
           end-start
           perform scan-feed-generation until feof-gen = 0.

       scan-feed-generation.
           read gencat-file next record
               at end move 0 to feof-gen
           end-read
           if feof-gen not = 0
               if gen-in-fname = in-fname
                   move gen-number to gen-last
               else
                   move 0 to feof-gen
               end-if
           end-if.

       *> Paragraph to close the .CSV with the generation it is kept
       *> as - like RUN_DATE, not a metric; statdrft reads it to find
       *> the generation before
       write-csv-generation-card.
           open extend csv-file
           move spaces to csv-out-line
           string 'GENERATION,' delimited by size
                 gen-new delimited by size
              into csv-out-line
           write csv-out-line
           close csv-file.

       *> Paragraph to name the five outputs of one generation - the
       *> caller sets gen-name-out, gen-name-in and gen-name-number.
       *> the report, .CSV and .PST are named for the out-file, the
       *> .EXC and .OUT for the input file, as process-one-pair does
       build-generation-names.
           move spaces to generation-names
           move gen-name-out to gen-base-fname( 1 )
           string function trim(gen-name-out) delimited by size
                 '.CSV' delimited by size
              into gen-base-fname( 2 )
           string function trim(gen-name-out) delimited by size
                 '.PST' delimited by size
              into gen-base-fname( 3 )
           string function trim(gen-name-in) delimited by size
                 '.EXC' delimited by size
              into gen-base-fname( 4 )
           string function trim(gen-name-in) delimited by size
                 '.OUT' delimited by size
              into gen-base-fname( 5 )
           perform varying gen-k from 1 by 1 until gen-k > 5
               string function trim(gen-base-fname( gen-k )) delimited by size
                     '.G' delimited by size
                     gen-name-number delimited by size
                  into gen-copy-fname( gen-k )
           end-perform.

       copy-generation-file.
           move gen-base-fname( gen-k ) to gen-src-fname
           move gen-copy-fname( gen-k ) to gen-dst-fname
           call 'CBL_COPY_FILE' using gen-src-fname, gen-dst-fname
               returning gen-copy-rc
           end-call
           if gen-copy-rc not = 0
               display 'WARNING: ' function trim(gen-src-fname)
                   ' could not be kept as ' function trim(gen-dst-fname)
               move 'Y' to gen-copy-failed
           end-if.

       *> Paragraph to catalog the new generation - the caller holds
       *> the catalog lock and has it open
       file-generation-record.
           move spaces to gencat-record
           move in-fname to gen-in-fname
           move gen-new to gen-number
           move run-date to gen-run-date
           move proc-date to gen-proc-date
           move run-time to gen-run-time
           move run-version to gen-run-version
           move out-fname to gen-out-fname
           if gen-copy-failed = 'Y'
               move 'I' to gen-status
           else
               move 'K' to gen-status
           end-if
           write gencat-record
               invalid key
                   display 'WARNING: generation catalog '
                       function trim(gencat-fname)
                       ' refused generation ' gen-new ', status '
                       gencat-file-status
                   move 'Y' to gen-copy-failed
           end-write.

       *> Paragraph to purge every generation of the feed the
       *> retention count no longer covers - the copies are deleted,
       *> the catalog record is kept and marked purged
       purge-old-generations.
           move 1 to feof-gen
           move in-fname to gen-in-fname
           move zero to gen-number
           start gencat-file key is not less than gen-key
               invalid key
                   move 0 to feof-gen
           end-start
           perform purge-one-generation until feof-gen = 0.

       purge-one-generation.
           read gencat-file next record
               at end move 0 to feof-gen
           end-read
           if feof-gen not = 0
               if gen-in-fname = in-fname
                   and gen-number <= gen-new - gen-keep
                   if gen-status not = 'P'
                       move gen-out-fname to gen-name-out
                       move gen-in-fname to gen-name-in
                       move gen-number to gen-name-number
                       perform build-generation-names
                       perform delete-generation-file varying gen-k
                           from 1 by 1 until gen-k > 5
                       move 'P' to gen-status
                       move proc-date to gen-purge-date
                       rewrite gencat-record
                           invalid key
                               display 'WARNING: generation ' gen-number
                                   ' of ' function trim(in-fname)
                                   ' could not be marked purged, status '
                                   gencat-file-status
                           not invalid key
                               add 1 to gen-purged-count
                       end-rewrite
                   end-if
               else
                   move 0 to feof-gen
               end-if
           end-if.

       delete-generation-file.
           move gen-copy-fname( gen-k ) to gen-dst-fname
           call 'CBL_DELETE_FILE' using gen-dst-fname.

       *> Paragraph to resend a named generation's posting extract -
       *> the generation must be on the catalog and still kept; its
       *> .PST copy is put back under the pair's live .PST name for
       *> the ledger to take, byte for byte as first sent
       resend-generation.
           move 'N' to resend-done
           move spaces to gen-status
           open input gencat-file
           evaluate gencat-file-status
               when '05'
                   *> no catalog yet - nothing has been retained to resend
                   close gencat-file
                   display 'ERROR: generation ' resend-gen ' of '
                       function trim(in-fname)
                       ' is not on the generation catalog'
               when '00'
                   move in-fname to gen-in-fname
                   move resend-gen to gen-number
                   read gencat-file record
                       invalid key
                           move spaces to gen-status
                   end-read
                   close gencat-file
                   perform resend-one-generation
               when other
                   display 'ERROR: generation catalog '
                       function trim(gencat-fname)
                       ' could not be opened, status ' gencat-file-status
           end-evaluate
           if resend-done = 'Y'
               move gen-run-date to run-date
               perform write-run-audit-line
               display 'RESENT: ' function trim(gen-src-fname) ' is back as '
                   function trim(pst-fname) ' - business date '
                   gen-run-date ', nothing recomputed'
               move 'WARN' to alert-severity
               move spaces to alert-text
               string 'PST GENERATION ' delimited by size
                     resend-gen delimited by size
                     ' OF ' delimited by size
                     gen-run-date delimited by size
                     ' RESENT BY ' delimited by size
                     function trim(operator-id) delimited by size
                  into alert-text
               perform write-alert-record
           else
               if run-rc < 6
                   move 6 to run-rc
               end-if
               move 'FAIL' to alert-severity
               move spaces to alert-text
               string 'RESEND OF PST GENERATION ' delimited by size
                     resend-gen delimited by size
                     ' FAILED - NOTHING SENT' delimited by size
                  into alert-text
               perform write-alert-record
           end-if.

       *> Paragraph to put the catalogued generation's .PST copy back
       *> under the live name - the generation must still be kept
       resend-one-generation.
           evaluate gen-status
               when spaces
                   display 'ERROR: generation ' resend-gen ' of '
                       function trim(in-fname)
                       ' is not on the generation catalog'
               when 'P'
                   display 'ERROR: generation ' resend-gen ' of '
                       function trim(in-fname) ' was purged on '
                       gen-purge-date
               when other
                   move gen-out-fname to gen-name-out
                   move gen-in-fname to gen-name-in
                   move gen-number to gen-name-number
                   perform build-generation-names
                   move gen-copy-fname( 3 ) to gen-src-fname
                   move pst-fname to gen-dst-fname
                   call 'CBL_COPY_FILE' using gen-src-fname, gen-dst-fname
                       returning gen-copy-rc
                   end-call
                   if gen-copy-rc = 0
                       move 'Y' to resend-done
                   else
                       display 'ERROR: ' function trim(gen-src-fname)
                           ' could not be copied to '
                           function trim(gen-dst-fname)
                   end-if
           end-evaluate.

       *> Paragraph to append one alerting condition to the central
       *> alerts master - who, when, which feed, how bad, and what
       *> happened, stamped fresh so overnight alerts sort by time.
                       move cat-wsum(i) to out-cat-wsum
                       compute out-cat-mean = cat-sum(i) / cat-cnt(i)
                       write out-line from category-line after advancing 1 line
                       if cat-desc(i) not = spaces or cat-gl(i) not = spaces
                           move cat-desc(i) to out-cat-desc
                           move cat-gl(i) to out-cat-gl
                           write out-line from category-desc-line
                               after advancing 1 line
                       end-if
                   end-perform

                   *> one full statistics block per category code -
       *> histogram line with the category's own 5 buckets
       print-category-stats.
           move cat-code( kk ) to out-cstat-code
           move cat-desc( kk ) to out-cstat-desc
           move cat-cnt( kk ) to out-cstat-cnt
           write out-line from cat-stats-header-line after advancing 1 line
           compute out-mean = cat-sum( kk ) / cat-cnt( kk )
           move cat-cnt( i ) to pst-d-count
           move cat-sum( i ) to pst-d-amount
           move cat-wsum( i ) to pst-d-weight
           move cat-gl( i ) to pst-d-gl
           write pst-out-line from posting-detail
           add cat-sum( i ) to pst-amount-total
           add cat-wsum( i ) to pst-weight-total.
               end-perform
           end-if.

       *> Paragraph to close the extract with the business date and
       *> the run-history version its figures were recorded under -
       *> like SOURCE_FILE these are not metrics; statdrft uses them
       *> to refuse a comparison against superseded figures. version
       *> 000 means the run could not be recorded on the master
       write-csv-run-cards.
           move spaces to csv-out-line
           string 'RUN_DATE,' delimited by size
                 run-date delimited by size
              into csv-out-line
           write csv-out-line
           move spaces to csv-out-line
           string 'RUN_VERSION,' delimited by size
                 run-version delimited by size
              into csv-out-line
           write csv-out-line.

       *> writes one name,value row using the shared csv-name/csv-value
       *> fields, the same shared-working-storage "call" style used by
       *> compute-percentile
