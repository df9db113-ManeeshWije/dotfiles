      *> periodic operations summary for a requested date range:
      *> runs per day with the reject-rate trend, grand totals, the
      *> worst-offending input files by error count, and files that
      *> have gone unseen for more than a chosen number of days. It
      *> also lists the maintenance actions the shared trail,
      *> MAINTLOG.TXT, recorded over the same range, and puts its own
      *> log rotations on that trail under the operator id keyed at
      *> start-up. The exceptions the converter logged on EXCPLOG.TXT
      *> (results it could not record, tables it overflowed) are
      *> reported by type under each day's run counts and in total.

       identification division.
       program-id. audit-summary.
           select summary-file assign to "AUDITRPT.TXT"
           organization is line sequential.

      *> the maintenance trail shared by the converter and all its
      *> servicing jobs -- every destructive or manual action is
      *> appended with who took it, from which program, and how many
      *> records it touched
           select trail-file assign to "MAINTLOG.TXT"
           organization is line sequential
           file status is trail-file-status.

      *> the converter's run exceptions log -- every condition that
      *> cost a run data it should have recorded, or overflowed one
      *> of its tables
           select excplog-file assign to "EXCPLOG.TXT"
           organization is line sequential
           file status is excplog-file-status.

       data division.
           file section.
           fd audit-file.
           fd summary-file.
               01 summary-record  pic x(80).

      *> one trail line: when, who, from which program, the action
      *> taken, how many records it touched and what it was taken on
           fd trail-file.
               01 trail-record.
                   02 mtr-date      pic 9(8).
                   02 filler        pic x.
                   02 mtr-time      pic 9(8).
                   02 filler        pic x.
                   02 mtr-operator  pic x(8).
                   02 filler        pic x.
                   02 mtr-program   pic x(18).
                   02 filler        pic x.
                   02 mtr-action    pic x(10).
                   02 filler        pic x.
                   02 mtr-records   pic z(8)9.
                   02 filler        pic x.
                   02 mtr-detail    pic x(50).

      *> one exception, declared exactly as the converter declares it
           fd excplog-file.
               01 excplog-record.
                   02 exl-file     pic x(30).
                   02 filler       pic x(2).
                   02 exl-date     pic 9(8).
                   02 filler       pic x(2).
                   02 exl-time     pic 9(8).
                   02 filler       pic x(2).
                   02 exl-severity pic x.
                   02 filler       pic x(2).
                   02 exl-type     pic x(8).
                   02 filler       pic x(2).
                   02 exl-status   pic x(2).
                   02 filler       pic x(2).
                   02 exl-message  pic x(50).

           working-storage section.
      *> one audit line, laid out exactly as the converter's
      *> write-audit-log builds it -- the counters are edited fields
      *> there, so they are taken apart here with numval rather than
      *> read as plain numerics. a balance column of REFUSED marks a
      *> file the converter turned away as already processed, which
      *> is tallied apart from the runs that really converted
           01 audit-line.
               02 aud-filename pic x(30).
               02 filler       pic x(2).
               02 aud-valid-x  pic x(7).
               02 filler       pic x(2).
               02 aud-error-x  pic x(7).
               02 filler       pic x(2).
               02 aud-balance-x pic x(8).
               02 filler       pic x(2).

           77 audit-file-status pic x(2).
           77 eof-switch    pic 9   value 1.

      *> the operator running this session, and the action about to
      *> go on the maintenance trail
           01 operator-id   pic x(8)  value spaces.
           77 trail-file-status pic x(2).
           01 trail-action  pic x(10).
           77 trail-records pic s9(9) comp.
           01 trail-detail  pic x(50).

      *> rotation and archive support: the dated archive the live
      *> log rotates into, the operator's list of archives to fold
      *> into this summary, and their own end-of-file switches
           77 stale-days    pic s9(4) comp value 30.
           77 today-date    pic 9(8).

      *> per-day tallies -- the log is appended chronologically, but
      *> a day with exceptions and no runs is added after the log is
      *> read, so the table is put in date order before it is printed
           01 day-table-area.
               02 day-entry occurs 400 times.
                   03 day-date  pic 9(8).
                   03 day-runs  pic s9(6) comp.
                   03 day-valid pic s9(9) comp.
                   03 day-error pic s9(9) comp.
                   03 day-refused pic s9(6) comp.
           77 day-count     pic s9(4) comp value zero.

      *> one spare day entry, used to swap during the date sort
           01 swap-day-entry.
               02 swap-day-date  pic 9(8).
               02 swap-day-runs  pic s9(6) comp.
               02 swap-day-valid pic s9(9) comp.
               02 swap-day-error pic s9(9) comp.
               02 swap-day-refused pic s9(6) comp.

      *> exceptions in the range, counted by day and type, and again
      *> by type alone for the totals -- E is data a run did not
      *> record, W a condition noted only
           77 excplog-file-status pic x(2).
           77 excplog-present pic x value "N".
           77 excp-eof-switch pic 9 value 1.
           01 excp-table-area.
               02 excp-entry occurs 400 times.
                   03 xt-date     pic 9(8).
                   03 xt-type     pic x(8).
                   03 xt-severity pic x.
                   03 xt-count    pic s9(6) comp.
           77 excp-count    pic s9(4) comp value zero.
           01 excp-type-area.
               02 excp-type-entry occurs 50 times.
                   03 xtt-type     pic x(8).
                   03 xtt-severity pic x.
                   03 xtt-count    pic s9(9) comp.
           77 excp-type-count pic s9(4) comp value zero.
           77 excp-table-full pic x value "N".
           77 total-exceptions pic s9(9) comp value zero.
           77 total-excp-errors pic s9(9) comp value zero.

      *> per-file tallies -- runs/valid/error cover the requested
      *> range, last-seen covers the whole log so a file that went
      *> quiet before the range still shows up as stale
           77 total-runs    pic s9(9) comp value zero.
           77 total-valid   pic s9(9) comp value zero.
           77 total-error   pic s9(9) comp value zero.
           77 total-refused pic s9(9) comp value zero.
           77 total-actions pic s9(9) comp value zero.
           77 trail-eof-switch pic 9 value 1.

      *> staleness arithmetic
           77 today-int     pic s9(9) comp.
               02 sum-title-start pic 9(8).
               02 filler    pic x(3)  value " - ".
               02 sum-title-end   pic 9(8).
               02 filler    pic x(12) value "  OPERATOR: ".
               02 sum-title-operator pic x(8).

           01 sum-underline.
               02 filler    pic x(60) value all "-".
               02 filler    pic x(6)  value "RATE: ".
               02 sdl-rate  pic zz9.
               02 filler    pic x(4)  value " PCT".
               02 filler    pic x(6)  value "  RFD:".
               02 sdl-refused pic zzz9.

           01 sum-total-line.
               02 filler    pic x(14) value "  TOTAL RUNS: ".
               02 stl-valid pic zzzzzzz9.
               02 filler    pic x(12) value "  REJECTED: ".
               02 stl-error pic zzzzzzz9.
           01 sum-refused-line.
               02 filler    pic x(16) value "  FILES REFUSED ".
               02 filler    pic x(23) value
               "AS ALREADY PROCESSED:  ".
               02 srl-refused pic zzzzzzz9.

      *> one exception type, indented under its day -- the totals
      *> print it from the eleventh column, in line with the others
           01 sum-excp-line.
               02 filler    pic x(12) value spaces.
               02 filler    pic x(11) value "EXCEPTION  ".
               02 sxl-type  pic x(8).
               02 filler    pic x(2)  value spaces.
               02 sxl-severity pic x.
               02 filler    pic x(9)  value "  COUNT: ".
               02 sxl-count pic zzzzzzz9.
           01 sum-excp-total.
               02 filler    pic x(21) value "  EXCEPTIONS LOGGED: ".
               02 sxt-total pic zzzzzzz9.
               02 filler    pic x(26) value
               "  DATA NOT RECORDED (E):  ".
               02 sxt-errors pic zzzzzzz9.

           01 sum-file-line.
               02 filler    pic x(2)  value spaces.
               02 ssl-days  pic zzzz9.
               02 filler    pic x(9)  value " DAYS AGO".

      *> one maintenance action off the trail, on two lines: what was
      *> done, by whom and from where, then what it was done to
           01 sum-action-line.
               02 filler    pic x(2)  value spaces.
               02 sal-date  pic x(8).
               02 filler    pic x     value space.
               02 sal-time  pic x(4).
               02 filler    pic x(2)  value spaces.
               02 sal-operator pic x(8).
               02 filler    pic x(2)  value spaces.
               02 sal-program pic x(18).
               02 filler    pic x     value space.
               02 sal-action pic x(10).
               02 sal-records pic x(9).
           01 sum-action-detail.
               02 filler    pic x(17) value spaces.
               02 sad-detail pic x(50).
           01 sum-action-total.
               02 filler    pic x(22) value
               "  ACTIONS RECORDED:   ".
               02 sat-actions pic zzzzzzz9.

       procedure division.
           display "Audit log summary for the operations review".
           perform accept-operator-id
               until operator-id is not equal to spaces.
           display "Enter start date (YYYYMMDD, blank or 0 for the "
               "start of the log): ".
           accept range-start-x.
               until eof-switch is equal to zero.
           close audit-file.

           perform tally-exceptions.

           open output summary-file.
           perform write-summary-report.
           close summary-file.
                   display "  LINES ROTATED TO "
                       function trim(rotated-name) ": "
                       out-rotate-count
                   move "ROTATE" to trail-action
                   move rotate-count to trail-records
                   move spaces to trail-detail
                   string "AUDITLOG.TXT TO " delimited by size
                       rotated-name delimited by space
                       into trail-detail
                   end-string
                   perform write-maint-trail
               end-if
           end-if.

                   to parsed-valid
               move function numval(function trim(aud-error-x))
                   to parsed-error
               move "N" to in-range
               if parsed-date is not less than range-start
                   and parsed-date is not greater than range-end
                   move "Y" to in-range
               end-if
               if aud-balance-x is equal to "REFUSED"
                   if in-range is equal to "Y"
                       perform tally-day-entry
                       add 1 to total-refused
                   end-if
               else
                   perform tally-file-last-seen
                   if in-range is equal to "Y"
                       perform tally-day-entry
                       perform tally-file-entry
                       add 1 to total-runs
                       add parsed-valid to total-valid
                       add parsed-error to total-error
                   end-if
               end-if
           end-if.

                   move zero to day-runs(slot)
                   move zero to day-valid(slot)
                   move zero to day-error(slot)
                   move zero to day-refused(slot)
               else
                   if day-table-full is equal to "N"
                       display "More than 400 distinct days in the "
           end-if.

           if slot is not equal to zero
               if aud-balance-x is equal to "REFUSED"
                   add 1 to day-refused(slot)
               else
                   add 1 to day-runs(slot)
                   add parsed-valid to day-valid(slot)
                   add parsed-error to day-error(slot)
               end-if
           end-if.

      *> fold an in-range line into its file's range tallies -- the
               add parsed-error to ft-error(slot)
           end-if.

      *> read the converter's exceptions log into the day and type
      *> counts -- a missing log is reported as such rather than as a
      *> clean range, and a line without a date is passed over
       tally-exceptions.
           open input excplog-file.
           if excplog-file-status is equal to "00"
               move "Y" to excplog-present
               move 1 to excp-eof-switch
               read excplog-file
                   at end move zero to excp-eof-switch
               end-read
               perform tally-exception-line
                   until excp-eof-switch is equal to zero
               close excplog-file
           end-if.

       tally-exception-line.
           if exl-date is numeric
               and exl-date is not less than range-start
               and exl-date is not greater than range-end
               add 1 to total-exceptions
               if exl-severity is equal to "E"
                   add 1 to total-excp-errors
               end-if
               perform tally-exception-day
               perform tally-exception-type
           end-if.
           read excplog-file
               at end move zero to excp-eof-switch
           end-read.

      *> count the exception against its day and type, and make sure
      *> the day has a line of its own even if no run finished on it
       tally-exception-day.
           move zero to slot.
           perform varying i from 1 by 1 until i is greater than
               excp-count
               if xt-date(i) is equal to exl-date
                   and xt-type(i) is equal to exl-type
                   move i to slot
               end-if
           end-perform.

           if slot is equal to zero
               if excp-count is less than 400
                   add 1 to excp-count
                   move excp-count to slot
                   move exl-date to xt-date(slot)
                   move exl-type to xt-type(slot)
                   move exl-severity to xt-severity(slot)
                   move zero to xt-count(slot)
               else
                   if excp-table-full is equal to "N"
                       display "More than 400 exception types and "
                           "days in the range - later ones are not "
                           "itemised"
                       move "Y" to excp-table-full
                   end-if
               end-if
           end-if.

           if slot is not equal to zero
               add 1 to xt-count(slot)
           end-if.

           move zero to slot.
           perform varying i from 1 by 1 until i is greater than
               day-count
               if day-date(i) is equal to exl-date
                   move i to slot
               end-if
           end-perform.

           if slot is equal to zero
               if day-count is less than 400
                   add 1 to day-count
                   move day-count to slot
                   move exl-date to day-date(slot)
                   move zero to day-runs(slot)
                   move zero to day-valid(slot)
                   move zero to day-error(slot)
                   move zero to day-refused(slot)
               else
                   if day-table-full is equal to "N"
                       display "More than 400 distinct days in the "
                           "range - later ones are not summarised"
                       move "Y" to day-table-full
                   end-if
               end-if
           end-if.

      *> count the exception against its type for the range totals
       tally-exception-type.
           move zero to slot.
           perform varying i from 1 by 1 until i is greater than
               excp-type-count
               if xtt-type(i) is equal to exl-type
                   move i to slot
               end-if
           end-perform.

           if slot is equal to zero
               and excp-type-count is less than 50
               add 1 to excp-type-count
               move excp-type-count to slot
               move exl-type to xtt-type(slot)
               move exl-severity to xtt-severity(slot)
               move zero to xtt-count(slot)
           end-if.

           if slot is not equal to zero
               add 1 to xtt-count(slot)
           end-if.

      *> put one finished line on the console and in the summary file
       put-summary-line.
           display summary-line.
           write summary-record from summary-line.

      *> assemble the whole management summary: the day-by-day
      *> reject-rate trend with each day's exceptions, grand totals
      *> and exceptions by type, the worst offenders by reject count,
      *> and the stale-file list
       write-summary-report.
           move range-start to sum-title-start.
           move range-end to sum-title-end.
           move operator-id to sum-title-operator.
           move sum-underline to summary-line.
           perform put-summary-line.
           move sum-title-line to summary-line.
               to summary-line.
           perform put-summary-line.

      *> put the days in date order -- a day that only logged
      *> exceptions was added behind the days the audit log gave
           perform varying i from 1 by 1 until i is not less than
               day-count
               perform varying j from 1 by 1 until j is greater
                   than day-count - i
                   if day-date(j) is greater than day-date(j + 1)
                       move day-entry(j) to swap-day-entry
                       move day-entry(j + 1) to day-entry(j)
                       move swap-day-entry to day-entry(j + 1)
                   end-if
               end-perform
           end-perform.

           if day-count is equal to zero
               move "  (NO RUNS IN THE REQUESTED RANGE)"
                   to summary-line
               move day-runs(i) to sdl-runs
               move day-valid(i) to sdl-valid
               move day-error(i) to sdl-error
               move day-refused(i) to sdl-refused
               if day-valid(i) + day-error(i) is greater than zero
                   compute sdl-rate rounded = day-error(i) * 100 /
                       (day-valid(i) + day-error(i))
               end-if
               move sum-day-line to summary-line
               perform put-summary-line
               perform varying j from 1 by 1 until j is greater than
                   excp-count
                   if xt-date(j) is equal to day-date(i)
                       move xt-type(j) to sxl-type
                       move xt-severity(j) to sxl-severity
                       move xt-count(j) to sxl-count
                       move sum-excp-line to summary-line
                       perform put-summary-line
                   end-if
               end-perform
           end-perform.

           move spaces to summary-line.
           move total-error to stl-error.
           move sum-total-line to summary-line.
           perform put-summary-line.
           move total-refused to srl-refused.
           move sum-refused-line to summary-line.
           perform put-summary-line.

           move spaces to summary-line.
           perform put-summary-line.
           move "  RUN EXCEPTIONS BY TYPE" to summary-line.
           perform put-summary-line.
           if excplog-present is equal to "N"
               move "  (NO EXCEPTIONS LOG EXCPLOG.TXT)" to summary-line
               perform put-summary-line
           else
               if excp-type-count is equal to zero
                   move "  (NONE)" to summary-line
                   perform put-summary-line
               end-if
               perform varying i from 1 by 1 until i is greater than
                   excp-type-count
                   move xtt-type(i) to sxl-type
                   move xtt-severity(i) to sxl-severity
                   move xtt-count(i) to sxl-count
                   move sum-excp-line(11:) to summary-line
                   perform put-summary-line
               end-perform
               move total-exceptions to sxt-total
               move total-excp-errors to sxt-errors
               move sum-excp-total to summary-line
               perform put-summary-line
           end-if.

           move spaces to summary-line.
           perform put-summary-line.
               move "  (NONE)" to summary-line
               perform put-summary-line
           end-if.

           perform write-action-section.

      *> list every action on the maintenance trail dated within the
      *> range -- purges, rebuilds, back-outs, write-offs, console
      *> corrections, inquiry sessions and the like -- with who took
      *> it and how many records it touched. a line that does not
      *> carry a date (a damaged trail) is passed over
       write-action-section.
           move spaces to summary-line.
           perform put-summary-line.
           move "  MAINTENANCE ACTIONS" to summary-line.
           perform put-summary-line.

           open input trail-file.
           if trail-file-status is not equal to "00"
               move "  (NO MAINTENANCE TRAIL MAINTLOG.TXT)"
                   to summary-line
               perform put-summary-line
           else
               move zero to total-actions
               move 1 to trail-eof-switch
               read trail-file
                   at end move zero to trail-eof-switch
               end-read
               perform list-trail-action
                   until trail-eof-switch is equal to zero
               close trail-file
               if total-actions is equal to zero
                   move "  (NONE)" to summary-line
                   perform put-summary-line
               end-if
               move total-actions to sat-actions
               move sum-action-total to summary-line
               perform put-summary-line
           end-if.

       list-trail-action.
           if mtr-date is numeric
               and mtr-date is not less than range-start
               and mtr-date is not greater than range-end
               add 1 to total-actions
               move mtr-date to sal-date
               move mtr-time(1:4) to sal-time
               move mtr-operator to sal-operator
               move mtr-program to sal-program
               move mtr-action to sal-action
               move mtr-records to sal-records
               move sum-action-line to summary-line
               perform put-summary-line
               move mtr-detail to sad-detail
               move sum-action-detail to summary-line
               perform put-summary-line
           end-if.
           read trail-file
               at end move zero to trail-eof-switch
           end-read.

      *> take the operator id the session is run under -- asked again
      *> until one is given
       accept-operator-id.
           display "Enter operator id: ".
           accept operator-id.
           inspect operator-id converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

      *> append one action to the maintenance trail, creating the
      *> trail on first use the same way the audit log is created --
      *> a trail that cannot be written is called out at the console
      *> but never holds up the maintenance it records
       write-maint-trail.
           move spaces to trail-record.
           accept mtr-date from date yyyymmdd.
           accept mtr-time from time.
           move operator-id to mtr-operator.
           move "AUDIT-SUMMARY" to mtr-program.
           move trail-action to mtr-action.
           move trail-records to mtr-records.
           move trail-detail to mtr-detail.
           open extend trail-file.
           if trail-file-status is equal to "35"
               open output trail-file
               close trail-file
               open extend trail-file
           end-if.
           if trail-file-status is not equal to "00"
               display "Maintenance trail MAINTLOG.TXT unavailable "
                   "(status " trail-file-status ") - "
                   function trim(trail-action) " not recorded"
           else
               write trail-record
               close trail-file
           end-if.
