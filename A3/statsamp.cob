*> -*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-
*>     File:  statsamp.cob
*>     Audit sample companion to statsnew - reads a feed in the
*>     statsnew in-card layout and selects a sample of individual
*>     cards for internal audit to trace back to source documents,
*>     either by simple random sampling or by monetary-unit sampling
*>     weighted by in-x, optionally stratified by in-category. the
*>     selected cards go to a sample file (<in>.SMP) with their
*>     original record numbers, and a selection report (<in>.SEL)
*>     records the population, the sample size, the method and the
*>     seed, so the auditors can reproduce the draw and defend it
*>-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-*-

     identification division.

       program-id. statsamp.

     environment division.
       input-output section.
       file-control.
       select input-file assign to dynamic in-fname
           organization is line sequential
           file status is in-file-status.
       select sample-file assign to dynamic smp-fname
           organization is line sequential
           file status is smp-file-status.
       select report-file assign to dynamic sel-fname
           organization is line sequential
           file status is sel-file-status.

     data division.
       file section.
       fd input-file.
           01 sample-input pic x(80).
       fd sample-file.
           01 smp-out-line pic x(90).
       fd report-file.
           01 sel-out-line pic x(100).

       working-storage section.
       77 in-fname  pic x(30) value spaces.
       77 smp-fname pic x(40) value spaces.
       77 sel-fname pic x(40) value spaces.
       77 in-file-status  pic x(2) value '00'.
       77 smp-file-status pic x(2) value '00'.
       77 sel-file-status pic x(2) value '00'.
       77 feof pic 9 value 1.
       77 parm-string pic x(80).
       77 parm-ok pic x value 'Y'.
       *> the PARM travels as space-separated tokens, the stathist
       *> shape - the shared parm-token is the same "call" style
       77 parm-token-1 pic x(45).
       77 parm-token-2 pic x(45).
       77 parm-token-3 pic x(45).
       77 parm-token-4 pic x(45).
       77 parm-token-5 pic x(45).
       77 parm-token   pic x(45).
       77 i       picture s9(9) usage is computational.
       77 h       picture s9(9) usage is computational.

       *> the draw itself - SRS or MUS, the sample size asked for,
       *> and whether the population is split by in-category first
       77 sample-method pic x(3) value 'SRS'.
       77 sample-size   picture s9(9) usage is computational value zero.
       77 stratified    pic x value 'N'.
       77 run-date pic x(8) value spaces.
       77 run-time pic x(8) value spaces.

       *> Park-Miller minimal standard generator - the seed is the
       *> whole state, so the same seed over the same feed draws the
       *> same sample every time. a seed not given on the PARM is
       *> taken from the clock and printed on the report
       77 rng-seed    picture s9(10) usage is computational value zero.
       77 rng-first   picture s9(10) usage is computational value zero.
       77 rng-work    picture s9(18) usage is computational value zero.
       77 rng-quot    picture s9(18) usage is computational value zero.
       77 rng-modulus picture s9(10) usage is computational value 2147483647.
       77 rng-u       picture s9v9(15) usage is computational-3 value zero.

       *> same card layout statsnew reads, so any feed it can run
       *> can be sampled
       01 in-card.
          02 in-x              picture s9(14)v9(4).
          02 in-weight         picture s9(5)v9(2).
          02 in-category       picture x(4).
          02 in-y              picture s9(14)v9(4).
          02 filler            picture x(33).

       *> population counters - record-no counts every line of the
       *> feed, so the number on a sample card is the line an
       *> auditor finds it on in the file as received
       77 record-no       picture s9(9) usage is computational value zero.
       77 pop-count       picture s9(9) usage is computational value zero.
       77 pop-total       picture s9(14)v9(4) usage is computational-3 value zero.
       77 excluded-count  picture s9(9) usage is computational value zero.
       77 trailer-count   picture s9(9) usage is computational value zero.
       77 taken-count     picture s9(9) usage is computational value zero.
       77 taken-total     picture s9(14)v9(4) usage is computational-3 value zero.
       77 card-eligible   pic x value 'N'.
       77 card-taken      pic x value 'N'.
       77 card-hits       picture s9(9) usage is computational value zero.
       77 stratum-code    pic x(4).
       77 work-amount     picture s9(14)v9(4) usage is computational-3.
       77 work-left       picture s9(14)v9(6) usage is computational-3.

       *> one slot per stratum - a single '*ALL' stratum on an
       *> unstratified draw. the same 20 categories the statsnew
       *> category table holds, and the same linear-table style
       77 stratum-count picture s9(4) usage is computational value zero.
       01 stratum-table.
          02 stratum-entry occurs 20 times.
             03 sx-code        picture x(4).
             03 sx-pop-count   picture s9(9) usage is computational.
             03 sx-pop-total   picture s9(14)v9(4) usage is computational-3.
             03 sx-want        picture s9(9) usage is computational.
             03 sx-seen        picture s9(9) usage is computational.
             03 sx-taken       picture s9(9) usage is computational.
             03 sx-hits        picture s9(9) usage is computational.
             03 sx-interval    picture s9(14)v9(4) usage is computational-3.
             03 sx-start       picture s9(14)v9(4) usage is computational-3.
             03 sx-next-point  picture s9(14)v9(4) usage is computational-3.
             03 sx-cum         picture s9(14)v9(4) usage is computational-3.

       *> one sample card - the original record number and the card
       *> exactly as received
       01 sample-record.
          02 smp-record-no     picture 9(9).
          02 filler            picture x(1) value spaces.
          02 smp-card          picture x(80).

       *> selection report lines, written to <in>.SEL and shown on
       *> the terminal by put-report-line
       77 report-line pic x(100).
       77 count-disp  picture zzzzzzzz9.
       77 amount-disp picture -(14)9.9(4).
       77 seed-disp   picture z(9)9.
       01 stratum-line.
          02 out-sx-code       picture x(7).
          02 filler            picture x(1) value spaces.
          02 out-sx-count      picture zzzzzzzz9.
          02 filler            picture x(1) value spaces.
          02 out-sx-total      picture -(14)9.9(4).
          02 filler            picture x(1) value spaces.
          02 out-sx-want       picture zzzzzzzz9.
          02 filler            picture x(1) value spaces.
          02 out-sx-taken      picture zzzzzzzz9.
          02 filler            picture x(1) value spaces.
          02 out-sx-interval   picture x(20).
          02 filler            picture x(1) value spaces.
          02 out-sx-start      picture x(20).

    *> MAIN entry to the program
    procedure division.

       display ' '.
       display '------------------------------------'.
       display '  STATSNEW AUDIT SAMPLE SELECTION'.
       display '------------------------------------'.
       display ' '.

       *> PARM tokens, in any order:
       *>   FILE:<feed>      - the feed to sample (required)
       *>   SIZE:nnn         - the sample size (required)
       *>   METHOD:SRS       - simple random sampling (the default)
       *>   METHOD:MUS       - monetary-unit sampling on in-x
       *>   SEED:nnnnnnnnn   - reproduce an earlier draw
       *>   STRAT            - stratify by in-category
       accept parm-string from command-line.
       accept run-date from date yyyymmdd.
       accept run-time from time.
       perform parse-sample-parm.

       if parm-ok = 'N'
           display 'ABORTING: PARM must give FILE:<feed> and SIZE:n'
           display 'Usage: statsamp FILE:feed SIZE:n [METHOD:SRS|MUS] '
               '[SEED:n] [STRAT]'
           move 8 to return-code
       else
           perform count-population
           if parm-ok = 'Y'
               perform allocate-sample
               perform select-sample
           end-if
           if parm-ok = 'Y'
               perform write-selection-report
           else
               move 8 to return-code
           end-if
       end-if.

       stop run.

       body section.

       *> Paragraph to break the PARM into its tokens and default the
       *> output names and the seed
       parse-sample-parm.
           move spaces to parm-token-1, parm-token-2, parm-token-3,
               parm-token-4, parm-token-5
           unstring parm-string delimited by all ' '
               into parm-token-1, parm-token-2, parm-token-3,
                   parm-token-4, parm-token-5
           move parm-token-1 to parm-token
           perform apply-sample-token
           move parm-token-2 to parm-token
           perform apply-sample-token
           move parm-token-3 to parm-token
           perform apply-sample-token
           move parm-token-4 to parm-token
           perform apply-sample-token
           move parm-token-5 to parm-token
           perform apply-sample-token
           if in-fname = spaces or sample-size < 1
               move 'N' to parm-ok
           end-if
           if rng-seed = zero
               *> no seed given - take one from the clock, never zero
               compute rng-seed = function numval(run-time) + 1
           end-if
           move rng-seed to rng-first
           move spaces to smp-fname, sel-fname
           string function trim(in-fname) delimited by size
                 '.SMP' delimited by size
              into smp-fname
           string function trim(in-fname) delimited by size
                 '.SEL' delimited by size
              into sel-fname.

       apply-sample-token.
           evaluate true
               when parm-token = spaces
                   continue
               when parm-token(1:5) = 'FILE:'
                   move parm-token(6:30) to in-fname
               when parm-token(1:5) = 'SIZE:'
                   if function trim(parm-token(6:9)) is numeric
                       compute sample-size = function numval(parm-token(6:9))
                   else
                       display 'ERROR: SIZE: must be followed by a number'
                       move 'N' to parm-ok
                   end-if
               when parm-token(1:7) = 'METHOD:'
                   move function upper-case(parm-token(8:3)) to sample-method
                   if sample-method not = 'SRS' and sample-method not = 'MUS'
                       display 'ERROR: METHOD: must be SRS or MUS'
                       move 'N' to parm-ok
                   end-if
               when parm-token(1:5) = 'SEED:'
                   if function trim(parm-token(6:10)) is numeric
                       compute rng-seed = function numval(parm-token(6:10))
                   end-if
                   if rng-seed < 1 or rng-seed >= rng-modulus
                       display 'ERROR: SEED: must be a number from 1 to '
                           '2147483646'
                       move 'N' to parm-ok
                   end-if
               when function upper-case(parm-token) = 'STRAT'
                   move 'Y' to stratified
               when other
                   display 'ERROR: PARM token '
                       function trim(parm-token) ' not understood'
                   move 'N' to parm-ok
           end-evaluate.

       *> Paragraph to take the next number off the generator and
       *> scale it to rng-u, 0 <= rng-u < 1
       next-random.
           compute rng-work = rng-seed * 16807
           divide rng-work by rng-modulus giving rng-quot
               remainder rng-seed
           compute rng-u = rng-seed / rng-modulus.

       *> Paragraph to make the first pass over the feed - count the
       *> population and its in-x total, stratum by stratum
       count-population.
           move zero to record-no
           move 1 to feof
           open input input-file
           if in-file-status not = '00'
               display 'ERROR: feed ' function trim(in-fname)
                   ' could not be opened, status ' in-file-status
               move 'N' to parm-ok
           else
               perform count-one-card until feof = 0
               close input-file
               if pop-count = 0 and parm-ok = 'Y'
                   display 'ERROR: feed ' function trim(in-fname)
                       ' holds no cards that can be sampled'
                   move 'N' to parm-ok
               end-if
           end-if.

       count-one-card.
           read input-file into in-card
               at end move 0 to feof
           end-read
           if feof not = 0
               add 1 to record-no
               perform judge-sample-card
               if card-eligible = 'Y'
                   perform find-stratum
                   if h = 0
                       if stratum-count < 20
                           add 1 to stratum-count
                           move stratum-count to h
                           move stratum-code to sx-code( h )
                           move zero to sx-pop-count( h ), sx-pop-total( h ),
                               sx-want( h ), sx-seen( h ), sx-taken( h ),
                               sx-hits( h ), sx-interval( h ), sx-start( h ),
                               sx-next-point( h ), sx-cum( h )
                       else
                           display 'ERROR: more than 20 categories in '
                               function trim(in-fname)
                               ' - draw it unstratified'
                           move 'N' to parm-ok
                           move 0 to feof
                       end-if
                   end-if
                   if h > 0
                       add 1 to pop-count, sx-pop-count( h )
                       add in-x to pop-total, sx-pop-total( h )
                   end-if
               end-if
           end-if.

       *> Paragraph to decide whether the current card is part of the
       *> population - a control trailer never is, a card statsnew
       *> would reject as non-numeric is not either, and monetary-
       *> unit sampling can only weigh positive amounts. sets
       *> card-eligible and the card's stratum-code
       judge-sample-card.
           move 'N' to card-eligible
           evaluate true
               when in-card(1:8) = 'TRAILER '
                   add 1 to trailer-count
               when in-x is not numeric
                   add 1 to excluded-count
               when sample-method = 'MUS' and in-x not > zero
                   add 1 to excluded-count
               when other
                   move 'Y' to card-eligible
           end-evaluate
           if stratified = 'Y'
               move in-category to stratum-code
           else
               move '*ALL' to stratum-code
           end-if.

       *> Paragraph to look stratum-code up in the stratum table -
       *> sets h to its slot, or zero when it is not there
       find-stratum.
           move zero to h
           perform varying i from 1 by 1 until i > stratum-count
               if sx-code( i ) = stratum-code
                   move i to h
                   exit perform
               end-if
           end-perform.

       *> Paragraph to share the sample size out over the strata -
       *> in proportion to the card count for SRS and to the amount
       *> for MUS, at least one per stratum, and never more cards
       *> than an SRS stratum holds. MUS also fixes each stratum's
       *> sampling interval and its random start here
       allocate-sample.
           if sample-method = 'SRS' and sample-size > pop-count
               move pop-count to count-disp
               display 'NOTE: sample size is more than the population - '
                   'all ' function trim(count-disp) ' cards are taken'
           end-if
           perform allocate-one-stratum varying h from 1 by 1
               until h > stratum-count.

       allocate-one-stratum.
           if stratum-count = 1
               move sample-size to sx-want( h )
           else
               if sample-method = 'SRS'
                   compute sx-want( h ) rounded =
                       sample-size * sx-pop-count( h ) / pop-count
               else
                   compute sx-want( h ) rounded =
                       sample-size * sx-pop-total( h ) / pop-total
               end-if
               if sx-want( h ) < 1
                   move 1 to sx-want( h )
               end-if
           end-if
           if sample-method = 'SRS'
               if sx-want( h ) > sx-pop-count( h )
                   move sx-pop-count( h ) to sx-want( h )
               end-if
           else
               compute sx-interval( h ) =
                   sx-pop-total( h ) / sx-want( h )
               perform next-random
               compute sx-start( h ) = rng-u * sx-interval( h )
               move sx-start( h ) to sx-next-point( h )
           end-if.

       *> Paragraph to make the second pass over the feed, drawing
       *> the sample and writing each selected card with its record
       *> number
       select-sample.
           move zero to record-no, excluded-count, trailer-count
           move 1 to feof
           open input input-file
           if in-file-status not = '00'
               display 'ERROR: feed ' function trim(in-fname)
                   ' could not be reopened, status ' in-file-status
               move 'N' to parm-ok
           else
               open output sample-file
               if smp-file-status not = '00'
                   display 'ERROR: sample file ' function trim(smp-fname)
                       ' could not be written, status ' smp-file-status
                   close input-file
                   move 'N' to parm-ok
               else
                   perform select-one-card until feof = 0
                   close input-file, sample-file
               end-if
           end-if.

       select-one-card.
           read input-file into in-card
               at end move 0 to feof
           end-read
           if feof not = 0
               add 1 to record-no
               perform judge-sample-card
               if card-eligible = 'Y'
                   perform find-stratum
                   move 'N' to card-taken
                   if sample-method = 'SRS'
                       perform draw-srs-card
                   else
                       perform draw-mus-card
                   end-if
                   if card-taken = 'Y'
                       add 1 to taken-count, sx-taken( h )
                       add in-x to taken-total
                       move record-no to smp-record-no
                       move sample-input to smp-card
                       write smp-out-line from sample-record
                   end-if
               end-if
           end-if.

       *> Paragraph to draw one card by selection sampling - with n
       *> still wanted out of N cards not yet seen in the stratum,
       *> the card is taken with probability n/N, which gives every
       *> card the same chance and exactly the wanted number
       draw-srs-card.
           perform next-random
           compute work-left = rng-u * ( sx-pop-count( h ) - sx-seen( h ) )
           if work-left < ( sx-want( h ) - sx-taken( h ) )
               move 'Y' to card-taken
           end-if
           add 1 to sx-seen( h ).

       *> Paragraph to draw one card by monetary-unit sampling - the
       *> stratum's amounts are laid end to end and a card is taken
       *> when a selection point (the random start, then every
       *> interval after it) falls inside its stretch. a card bigger
       *> than the interval can hold several points; it is taken once
       *> and its extra hits are counted for the report
       draw-mus-card.
           compute work-amount = sx-cum( h ) + in-x
           move zero to card-hits
           perform count-mus-hit
               until sx-next-point( h ) >= work-amount
           if card-hits > 0
               move 'Y' to card-taken
               add card-hits to sx-hits( h )
           end-if
           move work-amount to sx-cum( h ).

       count-mus-hit.
           add 1 to card-hits
           add sx-interval( h ) to sx-next-point( h ).

       *> Paragraph to write the selection report - everything an
       *> auditor needs to redo the draw: the feed, the method, the
       *> seed, the population and the sample, stratum by stratum
       write-selection-report.
           open output report-file
           if sel-file-status not = '00'
               display 'WARNING: selection report ' function trim(sel-fname)
                   ' could not be written, status ' sel-file-status
                   ' - shown here only'
           end-if
           move 'AUDIT SAMPLE SELECTION REPORT' to report-line
           perform put-report-line
           move spaces to report-line
           perform put-report-line
           move spaces to report-line
           string 'Run date / time   : ' delimited by size
                 run-date delimited by size
                 ' ' delimited by size
                 run-time(1:6) delimited by size
              into report-line
           perform put-report-line
           move spaces to report-line
           string 'Feed              : ' delimited by size
                 function trim(in-fname) delimited by size
              into report-line
           perform put-report-line
           move spaces to report-line
           if sample-method = 'SRS'
               move 'Method            : SRS - simple random sampling'
                   to report-line
           else
               move 'Method            : MUS - monetary-unit sampling on in-x'
                   to report-line
           end-if
           perform put-report-line
           move spaces to report-line
           if stratified = 'Y'
               move 'Stratified        : YES - by in-category' to report-line
           else
               move 'Stratified        : NO' to report-line
           end-if
           perform put-report-line
           move rng-first to seed-disp
           move spaces to report-line
           string 'Seed              : ' delimited by size
                 function trim(seed-disp) delimited by size
                 '   (rerun with SEED:' delimited by size
                 function trim(seed-disp) delimited by size
                 ' to reproduce)' delimited by size
              into report-line
           perform put-report-line
           move spaces to report-line
           perform put-report-line
           move record-no to count-disp
           move spaces to report-line
           string 'Cards read        : ' delimited by size
                 count-disp delimited by size
              into report-line
           perform put-report-line
           compute i = excluded-count + trailer-count
           move i to count-disp
           move spaces to report-line
           string 'Outside population: ' delimited by size
                 count-disp delimited by size
              into report-line
           perform put-report-line
           move pop-count to count-disp
           move spaces to report-line
           string 'Population count  : ' delimited by size
                 count-disp delimited by size
              into report-line
           perform put-report-line
           move pop-total to amount-disp
           move spaces to report-line
           string 'Population total  : ' delimited by size
                 amount-disp delimited by size
              into report-line
           perform put-report-line
           move sample-size to count-disp
           move spaces to report-line
           string 'Sample size asked : ' delimited by size
                 count-disp delimited by size
              into report-line
           perform put-report-line
           move taken-count to count-disp
           move spaces to report-line
           string 'Sample size drawn : ' delimited by size
                 count-disp delimited by size
              into report-line
           perform put-report-line
           move taken-total to amount-disp
           move spaces to report-line
           string 'Sample total      : ' delimited by size
                 amount-disp delimited by size
              into report-line
           perform put-report-line
           move spaces to report-line
           string 'Sample file       : ' delimited by size
                 function trim(smp-fname) delimited by size
              into report-line
           perform put-report-line
           move spaces to report-line
           perform put-report-line
           move 'STRATUM     COUNT                TOTAL    WANTED     DRAWN'
               to report-line
           if sample-method = 'MUS'
               move '            INTERVAL' to report-line(60:20)
               move '               START' to report-line(81:20)
           end-if
           perform put-report-line
           move all '-' to report-line
           perform put-report-line
           perform report-one-stratum varying h from 1 by 1
               until h > stratum-count
           move all '-' to report-line
           perform put-report-line
           if sample-method = 'MUS'
               move zero to i
               perform varying h from 1 by 1 until h > stratum-count
                   compute i = i + sx-hits( h ) - sx-taken( h )
               end-perform
               move i to count-disp
               move spaces to report-line
               string 'Extra hits        : ' delimited by size
                     count-disp delimited by size
                     '   (selection points on a card already drawn -'
                         delimited by size
                  into report-line
               perform put-report-line
               move spaces to report-line
               move 'cards larger than the interval are drawn once)'
                   to report-line(22:50)
               perform put-report-line
           end-if
           if sel-file-status = '00'
               close report-file
           end-if.

       report-one-stratum.
           move spaces to stratum-line
           if sx-code( h ) = spaces
               move '(blank)' to out-sx-code
           else
               move sx-code( h ) to out-sx-code
           end-if
           move sx-pop-count( h ) to out-sx-count
           move sx-pop-total( h ) to out-sx-total
           move sx-want( h ) to out-sx-want
           move sx-taken( h ) to out-sx-taken
           if sample-method = 'MUS'
               move sx-interval( h ) to amount-disp
               move amount-disp to out-sx-interval
               move sx-start( h ) to amount-disp
               move amount-disp to out-sx-start
           end-if
           move stratum-line to report-line
           perform put-report-line.

       *> Paragraph to show one report line and write it to the .SEL
       put-report-line.
           display function trim(report-line trailing)
           if sel-file-status = '00'
               write sel-out-line from report-line
           end-if.
