*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  statplan.cob
*>     Plan-versus-actual companion to statsnew - finance sets a
*>     monthly plan (expected count and amount) per feed and
*>     category in PLAN.DAT. this report adds up the posting
*>     extracts (.PST) statsnew cut for the period to date, prints
*>     actual against plan for every feed and category with the
*>     variance and a straight-line projection to month-end, flags
*>     every category projected to miss its plan by more than the
*>     threshold, and writes the same figures as a CSV for the
*>     finance pack. the .TOL limits only stop a run that is wildly
*>     out - this says how the month is tracking
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. statplan.

     environment division.
       input-output section.
       file-control.
       select plan-file assign to dynamic plan-fname
           organization is line sequential
           file status is plan-file-status.
       select list-file assign to dynamic list-fname
           organization is line sequential
           file status is list-file-status.
       select posting-file assign to dynamic pst-fname
           organization is line sequential
           file status is pst-file-status.
       select optional category-file assign to dynamic ctgm-fname
           organization is line sequential
           file status is ctgm-file-status.
       select csv-file assign to dynamic csv-fname
           organization is line sequential
           file status is csv-file-status.
       select optional alerts-file assign to dynamic alerts-fname
           organization is line sequential
           file status is alert-file-status.
       select optional lock-file assign to dynamic lock-fname
           organization is line sequential
           file status is lock-file-status.

     data division.
       file section.
       fd plan-file.
           01 plan-fd-line pic x(80).
       fd list-file.
           01 list-fd-line pic x(80).
       fd posting-file.
           01 pst-in-line pic x(80).
       fd category-file.
           01 category-fd-line pic x(80).
       fd csv-file.
           01 csv-out-line pic x(200).
       fd alerts-file.
           01 alerts-fd-line pic x(160).
       fd lock-file.
           01 lock-fd-line pic x(80).

       working-storage section.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       *> the PARM travels as space-separated tokens, the stataudt
       *> style - the shared parm-token is the same "call" style
       77 parm-token-1 pic x(45).
       77 parm-token-2 pic x(45).
       77 parm-token-3 pic x(45).
       77 parm-token-4 pic x(45).
       77 parm-token-5 pic x(45).
       77 parm-token   pic x(45).
       77 plan-fname pic x(40) value 'PLAN.DAT'.
       77 list-fname pic x(40) value 'PSTLIST.DAT'.
       77 pst-fname  pic x(50).
       77 csv-fname  pic x(40) value spaces.
       77 plan-file-status pic x(2) value '00'.
       77 list-file-status pic x(2) value '00'.
       77 pst-file-status  pic x(2) value '00'.
       77 csv-file-status  pic x(2) value '00'.
       77 feof-plan pic 9 value 1.
       77 feof-list pic 9 value 1.
       77 feof-pst  pic 9 value 1.
       77 feof-ctg  pic 9 value 1.
       77 i       picture s9(9) usage is computational.
       77 j       picture s9(9) usage is computational.
       77 found   pic x value 'N'.

       *> the month reported and the day it is reported to - the
       *> current month to today unless the PARM says otherwise. an
       *> as-of date past the month end reports the closed month
       77 period      pic x(6) value spaces.
       77 asof-date   pic x(8) value spaces.
       77 period-start pic x(8).
       77 period-end   pic x(8).
       77 days-in-month picture s9(4) usage is computational value zero.
       77 days-elapsed  picture s9(4) usage is computational value zero.
       77 next-month    pic x(8).
       77 next-yyyy     picture 9(4).
       77 next-mm       picture 9(2).
       *> a category whose projected amount misses its plan by more
       *> than this percentage is flagged and the step ends with
       *> RETURN-CODE 4 - 10 percent unless the PARM says else, the
       *> statdrft default
       77 threshold-pct picture s9(5)v9(2) usage is computational-3 value 10.

       *> one card of the plan file - feed,category,yyyymm,count,
       *> amount in the keyword,value shape of the .TOL and .CNV
       *> cards, so finance can keep it in a spreadsheet and save it
       *> as text. a '*' in column 1 is a comment
       01 plan-card.
          02 pln-feed          picture x(30).
          02 pln-cat           picture x(4).
          02 pln-period        picture x(6).
          02 pln-count-text    picture x(12).
          02 pln-amount-text   picture x(22).
       77 plan-cards-read  picture s9(9) usage is computational value zero.

       *> the posting extract layout statsnew writes and statack reads
       77 pst-header-seen  pic x value 'N'.
       77 pst-trailer-seen pic x value 'N'.
       77 pst-detail-count picture s9(9) usage is computational value zero.
       77 pst-sent-amount picture s9(14)v9(4) usage is computational-3 value zero.
       77 pst-first-entry  picture s9(9) usage is computational value zero.
       77 pst-feed pic x(30).
       77 pst-date pic x(8).
       77 pst-in-period pic x value 'N'.
       01 posting-header.
          02 pst-h-id          picture x(1).
          02 pst-h-feed        picture x(30).
          02 pst-h-date        picture x(8).
          02 pst-h-count       picture 9(9).
       01 posting-detail.
          02 pst-d-id          picture x(1).
          02 pst-d-cat         picture x(4).
          02 pst-d-count       picture 9(9).
          02 pst-d-amount      picture s9(14)v9(4) sign leading separate.
          02 pst-d-weight      picture s9(14)v9(4) sign leading separate.
          02 pst-d-gl          picture x(12).
       01 posting-trailer.
          02 pst-t-id          picture x(1).
          02 pst-t-details     picture 9(9).
          02 pst-t-amount      picture s9(14)v9(4) sign leading separate.
          02 pst-t-weight      picture s9(14)v9(4) sign leading separate.

       *> one slot per feed, business day and category the extracts
       *> posted. an extract for a feed and day already loaded is a
       *> rerun or restatement - it replaces the earlier figures, so
       *> list the extracts in the order they were run. pd-live is
       *> 'P' while an extract is still being proved against its
       *> trailer, 'Y' once it counts and 'N' once it is replaced
       77 pd-used picture s9(9) usage is computational value zero.
       01 posting-day-table.
          02 posting-day-entry occurs 3000 times.
             03 pd-feed        picture x(30).
             03 pd-date        picture x(8).
             03 pd-cat         picture x(4).
             03 pd-count       picture s9(9) usage is computational.
             03 pd-amount      picture s9(14)v9(4) usage is computational-3.
             03 pd-live        picture x(1).

       77 files-listed   picture s9(9) usage is computational value zero.
       77 files-used     picture s9(9) usage is computational value zero.
       77 files-outside  picture s9(9) usage is computational value zero.
       77 files-rejected picture s9(9) usage is computational value zero.
       77 files-replaced picture s9(9) usage is computational value zero.

       *> one report line per feed and category - the plan cards of
       *> the period in file order, then any category that posted
       *> with no plan behind it
       77 res-count picture s9(9) usage is computational value zero.
       01 result-table.
          02 result-entry occurs 500 times.
             03 res-feed         picture x(30).
             03 res-cat          picture x(4).
             03 res-has-plan     picture x(1).
             03 res-plan-count   picture s9(9) usage is computational.
             03 res-plan-amount  picture s9(14)v9(4) usage is computational-3.
             03 res-act-count    picture s9(9) usage is computational.
             03 res-act-amount   picture s9(14)v9(4) usage is computational-3.

       *> shared fields for find-result-slot - the caller sets the
       *> feed and category and gets the slot back in j, opened if
       *> need be (zero when the table is full)
       77 find-feed pic x(30).
       77 find-cat  pic x(4).

       77 proj-count    picture s9(9) usage is computational.
       77 proj-amount   picture s9(14)v9(4) usage is computational-3.
       77 var-amount    picture s9(14)v9(4) usage is computational-3.
       77 var-pct       picture s9(13)v9(2) usage is computational-3.
       77 var-pct-abs   picture s9(13)v9(2) usage is computational-3.
       *> 'Y' when the variance is past even var-pct - a tiny plan
       *> against a large projection - it is flagged, not printed
       77 pct-overflow  pic x value 'N'.
       77 line-flag     pic x(6).
       77 flagged-count picture s9(4) usage is computational value zero.
       77 count-disp    picture zzzzzzzz9.
       77 tot-plan-amount picture s9(14)v9(4) usage is computational-3 value zero.
       77 tot-act-amount  picture s9(14)v9(4) usage is computational-3 value zero.
       77 tot-proj-amount picture s9(14)v9(4) usage is computational-3 value zero.

       *> category master statsnew checks its cards against - read
       *> here only for the descriptions, so the finance pack names
       *> the categories. no master, bare codes as before
       77 ctgm-fname pic x(40) value 'CATEGORY.DAT'.
       77 ctgm-file-status pic x(2) value '00'.
       77 ctgm-count picture s9(4) usage is computational value zero.
       77 ctgm-idx   picture s9(4) usage is computational value zero.
       77 desc-found pic x(30).
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
       01 ctgm-table.
          02 ctgm-entry occurs 100 times.
             03 ctgm-code      picture x(4).
             03 ctgm-desc      picture x(30).

       *> central alerts master shared with the rest of the suite -
       *> a category off plan belongs on the morning statalrt report
       *> beside the drift flags. same record layout the others
       *> append, and an alerts problem is only warned about
       77 alerts-fname pic x(40) value 'ALERTS.DAT'.
       77 alert-file-status pic x(2) value '00'.
       77 alert-time picture x(6) value spaces.
       77 alert-severity pic x(4).
       77 alert-text pic x(75).
       77 alert-feed-name pic x(30).
       *> the same ALERTS.DAT.LCK append lock statsnew takes
       77 lock-fname pic x(50).
       77 lock-file-status pic x(2) value '00'.
       77 lock-held pic x value 'N'.
       77 lock-try      picture s9(4) usage is computational value zero.
       77 lock-wait-max picture s9(4) usage is computational value 30.
       77 lock-nap      picture 9(2) value 1.
       01 lock-stamp-record.
          02 lck-date          picture x(8).
          02 filler            picture x(1) value spaces.
          02 lck-time          picture x(6).
          02 filler            picture x(1) value spaces.
          02 lck-feed          picture x(30).

       01 alert-record.
          02 alr-date          picture x(8).
          02 filler            picture x(1) value spaces.
          02 alr-time          picture x(6).
          02 filler            picture x(1) value spaces.
          02 alr-program       picture x(8).
          02 filler            picture x(1) value spaces.
          02 alr-feed          picture x(30).
          02 filler            picture x(1) value spaces.
          02 alr-severity      picture x(4).
          02 filler            picture x(1) value spaces.
          02 alr-message       picture x(75).

       01 plan-line.
          02 out-pln-feed      picture x(30).
          02 filler            picture x(1) value spaces.
          02 out-pln-cat       picture x(4).
          02 filler            picture x(1) value spaces.
          02 out-pln-pcount    picture zzzzzzzz9.
          02 filler            picture x(1) value spaces.
          02 out-pln-acount    picture zzzzzzzz9.
          02 filler            picture x(1) value spaces.
          02 out-pln-pamount   picture -(11)9.9(2).
          02 filler            picture x(1) value spaces.
          02 out-pln-aamount   picture -(11)9.9(2).
          02 filler            picture x(1) value spaces.
          02 out-pln-proj      picture -(11)9.9(2).
          02 filler            picture x(1) value spaces.
          02 out-pln-var       picture -(11)9.9(2).
          02 filler            picture x(1) value spaces.
          02 out-pln-pct       picture -(5)9.9(2).
          02 out-pln-pct-x     redefines out-pln-pct picture x(9).
          02 filler            picture x(2) value ' %'.
          02 filler            picture x(1) value spaces.
          02 out-pln-flag      picture x(6).
       01 plan-desc-line.
          02 filler            picture x(31) value spaces.
          02 out-pln-desc      picture x(30).

       *> the CSV carries the figures unedited but for the sign and
       *> the point, so the finance pack loads them as numbers
       77 csv-count    picture -(9)9.
       77 csv-amount   picture -(14)9.9(2).
       77 csv-pct      picture -(13)9.9(2).
       77 csv-pcount-text pic x(12).
       77 csv-acount-text pic x(12).
       77 csv-jcount-text pic x(12).
       77 csv-pamount-text pic x(20).
       77 csv-aamount-text pic x(20).
       77 csv-jamount-text pic x(20).
       77 csv-var-text     pic x(20).
       77 csv-pct-text     pic x(20).

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW PLAN VERSUS ACTUAL'.
       display '------------------------------------'.
       display ' '.

       *> the PARM picks the month and the extracts to add up, every
       *> token optional and in any order:
       *>   PERIOD:202610          - the month reported (default: the
       *>                            month of the as-of date)
       *>   ASOF:20261015          - the day reported to (default: today)
       *>   LIST:PSTLIST.DAT       - the .PST extracts, one per line,
       *>                            in the order they were run
       *>   PCT:10                 - the variance threshold percent
       *>   CSV:PLAN202610.CSV     - the CSV for the finance pack
       *>                            (default: PLAN<period>.CSV)
       accept parm-string from command-line.
       perform parse-plan-parm.

       if parm-ok = 'N'
           display 'ABORTING: PARM tokens are PERIOD:yyyymm ASOF:yyyymmdd '
               'LIST:file PCT:n CSV:file'
       else
           perform set-plan-period
       end-if.

       if parm-ok = 'Y'
           perform load-category-master
           perform load-plan-file
       end-if.
       if parm-ok = 'Y'
           perform load-posting-extracts
       end-if.
       if parm-ok = 'Y'
           perform gather-actuals
           perform plan-report
       end-if.

       *> an abort outranks a variance flag - finance must never read
       *> "could not report" as "on plan"
       if parm-ok = 'N'
           move 8 to return-code
       else
           if flagged-count > 0
               move 4 to return-code
           end-if
       end-if.

       stop run.

       body section.

       *> Paragraph to break the PARM down into its tokens
       parse-plan-parm.
           move spaces to parm-token-1, parm-token-2, parm-token-3,
               parm-token-4, parm-token-5
           unstring parm-string delimited by all ' '
               into parm-token-1, parm-token-2, parm-token-3,
                    parm-token-4, parm-token-5
           move parm-token-1 to parm-token
           perform apply-plan-token
           move parm-token-2 to parm-token
           perform apply-plan-token
           move parm-token-3 to parm-token
           perform apply-plan-token
           move parm-token-4 to parm-token
           perform apply-plan-token
           move parm-token-5 to parm-token
           perform apply-plan-token.

       apply-plan-token.
           evaluate true
               when parm-token = spaces
                   continue
               when parm-token(1:7) = 'PERIOD:'
                   move parm-token(8:6) to period
                   if period not numeric or period(5:2) < '01'
                       or period(5:2) > '12'
                       display 'ERROR: PERIOD: must be followed by yyyymm'
                       move 'N' to parm-ok
                   end-if
               when parm-token(1:5) = 'ASOF:'
                   move parm-token(6:8) to asof-date
                   if asof-date not numeric
                       display 'ERROR: ASOF: must be followed by yyyymmdd'
                       move 'N' to parm-ok
                   else
                       if function test-date-yyyymmdd(function numval(asof-date))
                           not = 0
                           display 'ERROR: ASOF: ' asof-date ' is not a date'
                           move 'N' to parm-ok
                       end-if
                   end-if
               when parm-token(1:5) = 'LIST:'
                   move parm-token(6:40) to list-fname
               when parm-token(1:4) = 'PCT:'
                   compute threshold-pct = function numval(parm-token(5:10))
                   if threshold-pct <= 0
                       display 'WARNING: threshold must be positive - using 10'
                       move 10 to threshold-pct
                   end-if
               when parm-token(1:4) = 'CSV:'
                   move parm-token(5:40) to csv-fname
               when other
                   display 'ERROR: PARM token '
                       function trim(parm-token) ' not understood'
                   move 'N' to parm-ok
           end-evaluate.

       *> Paragraph to settle the month, its length and how much of
       *> it the as-of date has run - the projection scales the
       *> actuals by days-in-month over days-elapsed
       set-plan-period.
           if asof-date = spaces
               accept asof-date from date yyyymmdd
           end-if
           if period = spaces
               move asof-date(1:6) to period
           end-if
           string period delimited by size
                 '01' delimited by size
              into period-start
           move period(1:4) to next-yyyy
           move period(5:2) to next-mm
           if next-mm = 12
               add 1 to next-yyyy
               move 1 to next-mm
           else
               add 1 to next-mm
           end-if
           string next-yyyy delimited by size
                 next-mm delimited by size
                 '01' delimited by size
              into next-month
           compute days-in-month =
               function integer-of-date(function numval(next-month))
               - function integer-of-date(function numval(period-start))
           compute i = function integer-of-date(function numval(next-month)) - 1
           move function date-of-integer(i) to period-end
           if asof-date < period-start
               display 'ERROR: as-of date ' asof-date
                   ' is before the period ' period ' begins'
               move 'N' to parm-ok
           else
               if asof-date > period-end
                   move days-in-month to days-elapsed
               else
                   move asof-date(7:2) to days-elapsed
               end-if
           end-if
           if csv-fname = spaces
               string 'PLAN' delimited by size
                     period delimited by size
                     '.CSV' delimited by size
                  into csv-fname
           end-if
           display 'Period           : ' period
           display 'As of            : ' asof-date
           move days-elapsed to count-disp
           display 'Days elapsed     : ' function trim(count-disp)
           move days-in-month to count-disp
           display '  of             : ' function trim(count-disp)
           display 'Extract list     : ' function trim(list-fname)
           display 'Finance CSV      : ' function trim(csv-fname)
           display ' '.

       *> Paragraph to load the category descriptions - the select is
       *> OPTIONAL, so no master only costs the descriptions
       load-category-master.
           move zero to ctgm-count
           open input category-file
           evaluate ctgm-file-status
               when '00'
                   perform load-category-card until feof-ctg = 0
                   close category-file
               when '05'
                   close category-file
               when other
                   display 'WARNING: category master ' function trim(ctgm-fname)
                       ' could not be opened, status ' ctgm-file-status
                       ' - categories not described'
           end-evaluate.

       load-category-card.
           read category-file into ctgm-card
               at end move 0 to feof-ctg
           end-read
           if feof-ctg not = 0 and ctgc-type = 'C' and ctgm-count < 100
               add 1 to ctgm-count
               move ctgc-code to ctgm-code( ctgm-count )
               move ctgc-desc to ctgm-desc( ctgm-count )
           end-if.

       *> Paragraph to file the plan cards of the period as the
       *> first report lines - a plan file that cannot be read stops
       *> the report, a variance against no plan means nothing
       load-plan-file.
           open input plan-file
           if plan-file-status not = '00'
               display 'ERROR: plan file ' function trim(plan-fname)
                   ' could not be opened, status ' plan-file-status
               move 'N' to parm-ok
           else
               perform load-plan-card until feof-plan = 0
               close plan-file
               move res-count to count-disp
               display 'Plan lines for ' period ' : ' function trim(count-disp)
           end-if.

       load-plan-card.
           read plan-file
               at end move 0 to feof-plan
           end-read
           if feof-plan not = 0 and plan-fd-line not = spaces
               and plan-fd-line(1:1) not = '*'
               add 1 to plan-cards-read
               move spaces to plan-card
               unstring plan-fd-line delimited by ','
                   into pln-feed, pln-cat, pln-period,
                        pln-count-text, pln-amount-text
               if pln-period = period
                   move pln-feed to find-feed
                   move pln-cat to find-cat
                   perform find-result-slot
                   if j > 0
                       if res-has-plan( j ) = 'Y'
                           display 'WARNING: second plan card for '
                               function trim(pln-feed) ' ' pln-cat
                               ' - the later card stands'
                       end-if
                       move 'Y' to res-has-plan( j )
                       compute res-plan-count( j ) =
                           function numval(pln-count-text)
                       compute res-plan-amount( j ) =
                           function numval(pln-amount-text)
                   end-if
               end-if
           end-if.

       *> Paragraph to find, or open, the report slot for find-feed
       *> and find-cat - j comes back zero when the table is full
       find-result-slot.
           move 'N' to found
           perform varying j from 1 by 1 until j > res-count
               if res-feed( j ) = find-feed and res-cat( j ) = find-cat
                   move 'Y' to found
                   exit perform
               end-if
           end-perform
           if found = 'N'
               if res-count < 500
                   add 1 to res-count
                   move res-count to j
                   move find-feed to res-feed( j )
                   move find-cat to res-cat( j )
                   move 'N' to res-has-plan( j )
                   move zero to res-plan-count( j ), res-plan-amount( j ),
                       res-act-count( j ), res-act-amount( j )
               else
                   display 'WARNING: more than 500 feed/category lines - '
                       function trim(find-feed) ' ' find-cat ' left out'
                   move zero to j
               end-if
           end-if.

       *> Paragraph to read every listed extract. an extract is only
       *> counted once it balances to its own trailer - statack's
       *> rule - and only when its business date falls in the period
       *> on or before the as-of date
       load-posting-extracts.
           open input list-file
           if list-file-status not = '00'
               display 'ERROR: extract list ' function trim(list-fname)
                   ' could not be opened, status ' list-file-status
               move 'N' to parm-ok
           else
               perform load-list-card until feof-list = 0
               close list-file
               move files-listed to count-disp
               display 'Extracts listed  : ' function trim(count-disp)
               move files-used to count-disp
               display '  counted        : ' function trim(count-disp)
               move files-outside to count-disp
               display '  outside period : ' function trim(count-disp)
               move files-replaced to count-disp
               display '  replaced later : ' function trim(count-disp)
               move files-rejected to count-disp
               display '  rejected       : ' function trim(count-disp)
               display ' '
           end-if.

       load-list-card.
           read list-file
               at end move 0 to feof-list
           end-read
           if feof-list not = 0 and list-fd-line not = spaces
               and list-fd-line(1:1) not = '*'
               add 1 to files-listed
               move spaces to pst-fname
               move function trim(list-fd-line) to pst-fname
               perform load-one-extract
           end-if.

       *> Paragraph to load one extract into the posting-day table,
       *> pending, and settle it against its trailer
       load-one-extract.
           move 'N' to pst-header-seen, pst-trailer-seen, pst-in-period
           move zero to pst-detail-count, pst-sent-amount
           move spaces to pst-feed, pst-date
           compute pst-first-entry = pd-used + 1
           move 1 to feof-pst
           open input posting-file
           if pst-file-status not = '00'
               display 'WARNING: extract ' function trim(pst-fname)
                   ' could not be opened, status ' pst-file-status
                   ' - not counted'
               add 1 to files-rejected
           else
               perform load-posting-card until feof-pst = 0
               close posting-file
               evaluate true
                   when pst-header-seen = 'N' or pst-trailer-seen = 'N'
                       display 'WARNING: extract ' function trim(pst-fname)
                           ' has no header or no trailer - not counted'
                       add 1 to files-rejected
                       perform drop-pending-days
                   when pst-t-details not = pst-detail-count
                       or pst-t-amount not = pst-sent-amount
                       display 'WARNING: extract ' function trim(pst-fname)
                           ' does not balance to its own trailer'
                           ' - not counted'
                       add 1 to files-rejected
                       perform drop-pending-days
                   when pst-in-period = 'N'
                       add 1 to files-outside
                   when other
                       add 1 to files-used
                       perform settle-pending-days
               end-evaluate
           end-if.

       load-posting-card.
           read posting-file
               at end move 0 to feof-pst
           end-read
           if feof-pst not = 0 and pst-in-line not = spaces
               evaluate pst-in-line(1:1)
                   when 'H'
                       move pst-in-line to posting-header
                       move pst-h-feed to pst-feed
                       move pst-h-date to pst-date
                       move 'Y' to pst-header-seen
                       if pst-date(1:6) = period
                           and pst-date not > asof-date
                           move 'Y' to pst-in-period
                       end-if
                   when 'D'
                       move pst-in-line to posting-detail
                       add 1 to pst-detail-count
                       add pst-d-amount to pst-sent-amount
                       if pst-in-period = 'Y'
                           perform file-posting-day
                       end-if
                   when 'T'
                       move pst-in-line to posting-trailer
                       move 'Y' to pst-trailer-seen
                   when other
                       display 'WARNING: unrecognised extract card '
                           pst-in-line(1:20) ' in ' function trim(pst-fname)
               end-evaluate
           end-if.

       file-posting-day.
           if pd-used < 3000
               add 1 to pd-used
               move pst-feed to pd-feed( pd-used )
               move pst-date to pd-date( pd-used )
               move pst-d-cat to pd-cat( pd-used )
               move pst-d-count to pd-count( pd-used )
               move pst-d-amount to pd-amount( pd-used )
               move 'P' to pd-live( pd-used )
           else
               display 'ERROR: more than 3000 extract details in the '
                   'period - report not produced'
               move 'N' to parm-ok
               move 0 to feof-pst
           end-if.

       *> Paragraph to forget an extract that did not prove
       drop-pending-days.
           perform varying i from pst-first-entry by 1 until i > pd-used
               move 'N' to pd-live( i )
           end-perform.

       *> Paragraph to count a proven extract - figures loaded earlier
       *> for the same feed and business day were a run it replaces
       settle-pending-days.
           move 'N' to found
           perform varying i from 1 by 1 until i >= pst-first-entry
               if pd-live( i ) = 'Y' and pd-feed( i ) = pst-feed
                   and pd-date( i ) = pst-date
                   move 'N' to pd-live( i )
                   move 'Y' to found
               end-if
           end-perform
           if found = 'Y'
               add 1 to files-replaced
               display 'NOTE: ' function trim(pst-fname) ' replaces an '
                   'earlier extract for ' function trim(pst-feed)
                   ' on ' pst-date
           end-if
           perform varying i from pst-first-entry by 1 until i > pd-used
               move 'Y' to pd-live( i )
           end-perform.

       *> Paragraph to add the counted posting days into the report
       *> lines - a category that posted with no plan opens a line of
       *> its own
       gather-actuals.
           perform varying i from 1 by 1 until i > pd-used
               if pd-live( i ) = 'Y'
                   move pd-feed( i ) to find-feed
                   move pd-cat( i ) to find-cat
                   perform find-result-slot
                   if j > 0
                       add pd-count( i ) to res-act-count( j )
                       add pd-amount( i ) to res-act-amount( j )
                   end-if
               end-if
           end-perform.

       *> Paragraph to print actual against plan, line by line, and
       *> write the finance CSV beside it
       plan-report.
           open output csv-file
           if csv-file-status not = '00'
               display 'WARNING: finance CSV ' function trim(csv-fname)
                   ' could not be opened, status ' csv-file-status
                   ' - report printed only'
           else
               move spaces to csv-out-line
               string 'FEED,CATEGORY,DESCRIPTION,PERIOD,ASOF,'
                          delimited by size
                     'PLAN_COUNT,ACTUAL_COUNT,PROJECTED_COUNT,'
                          delimited by size
                     'PLAN_AMOUNT,ACTUAL_AMOUNT,PROJECTED_AMOUNT,'
                          delimited by size
                     'VARIANCE_AMOUNT,VARIANCE_PCT,FLAG' delimited by size
                  into csv-out-line
               write csv-out-line
           end-if
           display 'FEED                           CAT   PLAN CNT '
               ' ACTL CNT     PLAN AMOUNT   ACTUAL AMOUNT       PROJECTED'
               '        VARIANCE     VAR PCT'
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '-----------------------------------------'
           perform report-one-line varying i from 1 by 1
               until i > res-count
           display '--------------------------------------------------'
               '--------------------------------------------------'
               '-----------------------------------------'
           move spaces to plan-line
           move 'TOTAL' to out-pln-feed
           move tot-plan-amount to out-pln-pamount
           move tot-act-amount to out-pln-aamount
           move tot-proj-amount to out-pln-proj
           compute var-amount = tot-proj-amount - tot-plan-amount
           move var-amount to out-pln-var
           if tot-plan-amount not = zero
               move 'N' to pct-overflow
               compute var-pct rounded = ( var-amount / tot-plan-amount ) * 100
                   on size error
                       move 'Y' to pct-overflow
               end-compute
               perform set-pct-column
           end-if
           display plan-line
           if csv-file-status = '00'
               close csv-file
           end-if
           display ' '
           if flagged-count > 0
               move flagged-count to count-disp
               display 'PLAN ALERT: ' function trim(count-disp)
                   ' categor(ies) projected off plan by more than '
                   'the threshold, or posting with no plan - see *** lines'
           else
               display 'Every category is projected within the threshold.'
           end-if.

       *> Paragraph to work and print one report line - the projection
       *> is the period-to-date actual run on straight to month-end,
       *> and the variance is the projection against the plan
       report-one-line.
           compute proj-count rounded =
               res-act-count( i ) * days-in-month / days-elapsed
           compute proj-amount rounded =
               res-act-amount( i ) * days-in-month / days-elapsed
           compute var-amount = proj-amount - res-plan-amount( i )
           move zero to var-pct
           move 'N' to pct-overflow
           move spaces to line-flag
           if res-has-plan( i ) = 'N'
               move '*** NP' to line-flag
           else
               if res-plan-amount( i ) = zero
                   if var-amount not = zero
                       move '***' to line-flag
                   end-if
               else
                   compute var-pct rounded =
                       ( var-amount / res-plan-amount( i ) ) * 100
                       on size error
                           move 'Y' to pct-overflow
                           move '***' to line-flag
                   end-compute
                   *> the sign shows the direction on the report; the
                   *> threshold test cares only about the size of it
                   if pct-overflow = 'N'
                       move var-pct to var-pct-abs
                       if var-pct-abs < zero
                           compute var-pct-abs = zero - var-pct-abs
                       end-if
                       if var-pct-abs > threshold-pct
                           move '***' to line-flag
                       end-if
                   end-if
               end-if
           end-if
           add res-plan-amount( i ) to tot-plan-amount
           add res-act-amount( i ) to tot-act-amount
           add proj-amount to tot-proj-amount

           move spaces to plan-line
           move res-feed( i ) to out-pln-feed
           move res-cat( i ) to out-pln-cat
           move res-plan-count( i ) to out-pln-pcount
           move res-act-count( i ) to out-pln-acount
           move res-plan-amount( i ) to out-pln-pamount
           move res-act-amount( i ) to out-pln-aamount
           move proj-amount to out-pln-proj
           move var-amount to out-pln-var
           perform set-pct-column
           move line-flag to out-pln-flag
           display plan-line
           perform find-category-desc
           if desc-found not = spaces
               move desc-found to out-pln-desc
               display plan-desc-line
           end-if
           if line-flag not = spaces
               add 1 to flagged-count
               perform alert-off-plan
           end-if
           if csv-file-status = '00'
               perform write-csv-line
           end-if.

       *> Paragraph to put var-pct in the report's percent column - a
       *> variance too wide for the column, or past var-pct itself,
       *> prints as ****** rather than losing its high-order digits
       set-pct-column.
           if pct-overflow = 'Y'
               or var-pct > 99999.99 or var-pct < -99999.99
               move '   ******' to out-pln-pct-x
           else
               move var-pct to out-pln-pct
           end-if.

       *> Paragraph to put var-pct in csv-pct-text for the CSV and the
       *> alert text, ****** when even var-pct could not hold it
       set-csv-pct-text.
           if pct-overflow = 'Y'
               move '******' to csv-pct-text
           else
               move var-pct to csv-pct
               move function trim(csv-pct) to csv-pct-text
           end-if.

       find-category-desc.
           move spaces to desc-found
           perform varying ctgm-idx from 1 by 1 until ctgm-idx > ctgm-count
               if ctgm-code( ctgm-idx ) = res-cat( i )
                   move ctgm-desc( ctgm-idx ) to desc-found
                   exit perform
               end-if
           end-perform.

       *> Paragraph to write the current report line to the CSV -
       *> the description is the one free-text field, so a comma in
       *> it is turned to a space rather than shifting the columns
       write-csv-line.
           move res-plan-count( i ) to csv-count
           move function trim(csv-count) to csv-pcount-text
           move res-act-count( i ) to csv-count
           move function trim(csv-count) to csv-acount-text
           move proj-count to csv-count
           move function trim(csv-count) to csv-jcount-text
           move res-plan-amount( i ) to csv-amount
           move function trim(csv-amount) to csv-pamount-text
           move res-act-amount( i ) to csv-amount
           move function trim(csv-amount) to csv-aamount-text
           move proj-amount to csv-amount
           move function trim(csv-amount) to csv-jamount-text
           move var-amount to csv-amount
           move function trim(csv-amount) to csv-var-text
           perform set-csv-pct-text
           inspect desc-found replacing all ',' by ' '
           move spaces to csv-out-line
           string function trim(res-feed( i )) delimited by size
                 ',' delimited by size
                 function trim(res-cat( i )) delimited by size
                 ',' delimited by size
                 function trim(desc-found) delimited by size
                 ',' delimited by size
                 period delimited by size
                 ',' delimited by size
                 asof-date delimited by size
                 ',' delimited by size
                 function trim(csv-pcount-text) delimited by size
                 ',' delimited by size
                 function trim(csv-acount-text) delimited by size
                 ',' delimited by size
                 function trim(csv-jcount-text) delimited by size
                 ',' delimited by size
                 function trim(csv-pamount-text) delimited by size
                 ',' delimited by size
                 function trim(csv-aamount-text) delimited by size
                 ',' delimited by size
                 function trim(csv-jamount-text) delimited by size
                 ',' delimited by size
                 function trim(csv-var-text) delimited by size
                 ',' delimited by size
                 function trim(csv-pct-text) delimited by size
                 ',' delimited by size
                 function trim(line-flag) delimited by size
              into csv-out-line
           write csv-out-line.

       *> Paragraph to put the just-flagged line on the alerts master
       alert-off-plan.
           move res-feed( i ) to alert-feed-name
           move 'WARN' to alert-severity
           move spaces to alert-text
           if res-has-plan( i ) = 'N'
               string 'CAT ' delimited by size
                     res-cat( i ) delimited by size
                     ' POSTED IN ' delimited by size
                     period delimited by size
                     ' WITH NO PLAN' delimited by size
                  into alert-text
           else
               perform set-csv-pct-text
               string 'CAT ' delimited by size
                     res-cat( i ) delimited by size
                     ' PROJECTED ' delimited by size
                     function trim(csv-pct-text) delimited by size
                     '% OFF ' delimited by size
                     period delimited by size
                     ' PLAN AS OF ' delimited by size
                     asof-date delimited by size
                  into alert-text
           end-if
           perform write-alert-record.

       *> Paragraph to append one alerting condition to the central
       *> alerts master - same record statsnew appends, stamped
       *> fresh, warned about (never fatal) when it cannot be taken
       write-alert-record.
           accept alr-date from date yyyymmdd
           accept alert-time from time
           move alert-time to alr-time
           move 'STATPLAN' to alr-program
           move alert-feed-name to alr-feed
           move alert-severity to alr-severity
           move alert-text to alr-message
           move spaces to lock-fname
           string function trim(alerts-fname) delimited by size
                 '.LCK' delimited by size
              into lock-fname
           perform acquire-append-lock
           if lock-held = 'Y'
               open extend alerts-file
               if alert-file-status = '00' or alert-file-status = '05'
                   write alerts-fd-line from alert-record
                   close alerts-file
               else
                   display 'WARNING: alerts file ' function trim(alerts-fname)
                       ' could not be extended, status ' alert-file-status
               end-if
               perform release-append-lock
           else
               display 'WARNING: alert for ' function trim(alert-feed-name)
                   ' was NOT recorded on the alerts master'
           end-if.

       *> Paragraph to take the append lock named in lock-fname, the
       *> same sidecar-file protocol statsnew uses - wait a bounded
       *> time for the holder to finish, then give up loudly
       acquire-append-lock.
           move 'N' to lock-held
           move zero to lock-try
           accept lck-date from date yyyymmdd
           accept lck-time from time
           move 'STATPLAN' to lck-feed
           perform try-append-lock
               until lock-held = 'Y' or lock-try > lock-wait-max
           if lock-held = 'N'
               display 'ERROR: append lock ' function trim(lock-fname)
                   ' still held after waiting - if no job is running,'
                   ' delete the stale lock file'
           end-if.

       try-append-lock.
           add 1 to lock-try
           open input lock-file
           evaluate lock-file-status
               when '05'
                   close lock-file
                   open output lock-file
                   write lock-fd-line from lock-stamp-record
                   close lock-file
                   move 'Y' to lock-held
               when '00'
                   close lock-file
                   if lock-try <= lock-wait-max
                       call 'C$SLEEP' using lock-nap
                   end-if
               when other
                   display 'WARNING: append lock ' function trim(lock-fname)
                       ' probe failed, status ' lock-file-status
                   compute lock-try = lock-wait-max + 1
           end-evaluate.

       release-append-lock.
           if lock-held = 'Y'
               call 'CBL_DELETE_FILE' using lock-fname
               move 'N' to lock-held
           end-if.
