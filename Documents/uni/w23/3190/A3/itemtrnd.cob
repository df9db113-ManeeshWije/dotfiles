      *> This file contains the source code for the item trend report,
      *> the companion reporting job to the roman numeral converter's
      *> ITEMHIST.DAT. Every structured run posts its per-item rollup
      *> (total quantity and extended value per item over the file)
      *> to the item history; this program sets one period of that
      *> history against another. For each item it prints the
      *> quantity and value in both periods with the change and the
      *> percent change, and flags items that appeared in the second
      *> period without being in the first (NEW) or were in the first
      *> and dropped out of the second (GONE). The report carries the
      *> operator id keyed at start-up.

       identification division.
       program-id. item-trend.

       environment division.
           input-output section.
           file-control.
      *> the item history the converter posts, declared exactly as the
      *> converter declares it apart from the access mode -- the
      *> report reads it front to back, which brings each item's runs
      *> together in date order
           select history-file assign to "ITEMHIST.DAT"
           organization is indexed
           access is sequential
           record key is ihs-key
           file status is history-file-status.

      *> the printed trend report
           select trend-file assign to "ITEMTRND.TXT"
           organization is line sequential.

       data division.
           file section.
           fd history-file.
               01 history-record.
                   02 ihs-key.
                       03 ihs-item-id  pic x(10).
                       03 ihs-run-date pic 9(8).
                       03 ihs-run-time pic 9(8).
                       03 ihs-file     pic x(30).
                   02 ihs-desc     pic x(30).
                   02 ihs-qty      pic 9(9).
                   02 ihs-ext      pic 9(13).

           fd trend-file.
               01 trend-record    pic x(80).

           working-storage section.
           77 history-file-status pic x(2).
           77 eof-switch    pic 9   value 1.

      *> the operator running this session
           01 operator-id   pic x(8)  value spaces.

      *> the two periods keyed by the operator -- the first must end
      *> before the second starts, so NEW and GONE read forwards
           01 period-answer pic x(8).
           77 period-ok     pic x   value "Y".
           77 period-date   pic 9(8) value zero.
           77 p1-start      pic 9(8) value zero.
           77 p1-end        pic 9(8) value zero.
           77 p2-start      pic 9(8) value zero.
           77 p2-end        pic 9(8) value zero.

      *> the item being gathered -- its description is taken from the
      *> latest run read, so a renamed item prints under its new name
           01 held-item-id  pic x(10).
           01 held-desc     pic x(30).
           77 p1-seen       pic x.
           77 p2-seen       pic x.
           77 p1-qty        pic s9(15) comp.
           77 p1-ext        pic s9(15) comp.
           77 p2-qty        pic s9(15) comp.
           77 p2-ext        pic s9(15) comp.

      *> report-wide totals
           77 items-listed  pic s9(9) comp value zero.
           77 items-new     pic s9(9) comp value zero.
           77 items-gone    pic s9(9) comp value zero.
           77 total-p1-qty  pic s9(15) comp value zero.
           77 total-p1-ext  pic s9(15) comp value zero.
           77 total-p2-qty  pic s9(15) comp value zero.
           77 total-p2-ext  pic s9(15) comp value zero.

      *> one quantity or value comparison, set up before put-change-line
           77 cmp-p1        pic s9(15) comp.
           77 cmp-p2        pic s9(15) comp.
           77 pct-work      pic s9(9)v9 comp-3.
           01 pct-edit      pic -(6)9.9.

      *> print line assembly areas
           01 trend-line    pic x(80).

           01 trend-title-line.
               02 filler    pic x(25) value
               "  ITEM TREND REPORT  P1: ".
               02 ttl-p1-start pic 9(8).
               02 filler    pic x     value "-".
               02 ttl-p1-end   pic 9(8).
               02 filler    pic x(6)  value "  P2: ".
               02 ttl-p2-start pic 9(8).
               02 filler    pic x     value "-".
               02 ttl-p2-end   pic 9(8).

           01 trend-operator-line.
               02 filler    pic x(12) value "  OPERATOR: ".
               02 tol-operator pic x(8).

           01 trend-underline.
               02 filler    pic x(63) value all "-".

           01 trend-column-line.
               02 filler    pic x(10) value spaces.
               02 filler    pic x(14) value "      PERIOD 1".
               02 filler    pic x(14) value "      PERIOD 2".
               02 filler    pic x(14) value "        CHANGE".
               02 filler    pic x(11) value "    PCT CHG".

           01 trend-item-line.
               02 filler    pic x(2)  value spaces.
               02 til-item-id pic x(10).
               02 filler    pic x(2)  value spaces.
               02 til-desc  pic x(30).
               02 filler    pic x(2)  value spaces.
               02 til-flag  pic x(4).

           01 trend-change-line.
               02 filler    pic x(4)  value spaces.
               02 tcl-label pic x(6).
               02 tcl-p1    pic z(13)9.
               02 tcl-p2    pic z(13)9.
               02 tcl-chg   pic -(13)9.
               02 filler    pic x(2)  value spaces.
               02 tcl-pct   pic x(9).

           01 trend-count-line.
               02 filler    pic x(16) value "  ITEMS LISTED: ".
               02 tnl-listed pic zzzzzzz9.
               02 filler    pic x(8)  value "   NEW: ".
               02 tnl-new   pic zzzzzzz9.
               02 filler    pic x(9)  value "   GONE: ".
               02 tnl-gone  pic zzzzzzz9.

       procedure division.
           display "Item trend report from the item history".
           perform accept-operator-id
               until operator-id is not equal to spaces.
           display "Enter period 1 start date (YYYYMMDD): ".
           perform accept-period-date.
           move period-date to p1-start.
           display "Enter period 1 end date (YYYYMMDD): ".
           perform accept-period-date.
           move period-date to p1-end.
           display "Enter period 2 start date (YYYYMMDD): ".
           perform accept-period-date.
           move period-date to p2-start.
           display "Enter period 2 end date (YYYYMMDD): ".
           perform accept-period-date.
           move period-date to p2-end.

           if period-ok is equal to "Y"
               and (p1-start is greater than p1-end
                   or p2-start is greater than p2-end
                   or p1-end is not less than p2-start)
               display "Each period must start no later than it ends, "
                   "and period 1 must end before period 2 starts"
               move "N" to period-ok
           end-if.
           if period-ok is equal to "N"
               display "No report produced"
               move 12 to return-code
               stop run
           end-if.

           open input history-file.
           if history-file-status is not equal to "00"
               display "Cannot open item history ITEMHIST.DAT "
                   "(status " history-file-status ")"
               move 12 to return-code
               stop run
           end-if.

           open output trend-file.
           perform write-trend-headings.

           read history-file
               at end move zero to eof-switch
           end-read.
           perform trend-one-item
               until eof-switch is equal to zero.
           close history-file.

           perform write-trend-totals.
           close trend-file.

           display "Report written to ITEMTRND.TXT".
       stop run.

      *> take one date at the console -- a date that is not eight
      *> digits spoils the run, though every prompt is still asked
      *> so the operator sees all that is wrong in one go
       accept-period-date.
           move spaces to period-answer.
           accept period-answer.
           if period-answer is numeric
               and period-answer is greater than "00000000"
               move period-answer to period-date
           else
               display "Not a date: " period-answer
               move zero to period-date
               move "N" to period-ok
           end-if.

      *> put one finished line on the console and in the report file
       put-trend-line.
           display trend-line.
           write trend-record from trend-line.

       write-trend-headings.
           move p1-start to ttl-p1-start.
           move p1-end to ttl-p1-end.
           move p2-start to ttl-p2-start.
           move p2-end to ttl-p2-end.
           move trend-underline to trend-line.
           perform put-trend-line.
           move trend-title-line to trend-line.
           perform put-trend-line.
           move operator-id to tol-operator.
           move trend-operator-line to trend-line.
           perform put-trend-line.
           move trend-underline to trend-line.
           perform put-trend-line.
           move trend-column-line to trend-line.
           perform put-trend-line.

      *> gather every history record for one item -- the file is in
      *> item order, so the item is finished when the id changes
       trend-one-item.
           move ihs-item-id to held-item-id.
           move "N" to p1-seen.
           move "N" to p2-seen.
           move zero to p1-qty.
           move zero to p1-ext.
           move zero to p2-qty.
           move zero to p2-ext.
           perform gather-item-history
               until eof-switch is equal to zero
                   or ihs-item-id is not equal to held-item-id.
           perform write-item-trend.

      *> fold one run's rollup into whichever period its run date
      *> falls in -- runs in neither period are passed over
       gather-item-history.
           move ihs-desc to held-desc.
           if ihs-run-date is not less than p1-start
               and ihs-run-date is not greater than p1-end
               move "Y" to p1-seen
               add ihs-qty to p1-qty
               add ihs-ext to p1-ext
           else if ihs-run-date is not less than p2-start
               and ihs-run-date is not greater than p2-end
               move "Y" to p2-seen
               add ihs-qty to p2-qty
               add ihs-ext to p2-ext
           end-if
           end-if.
           read history-file
               at end move zero to eof-switch
           end-read.

      *> print an item seen in either period -- its heading line with
      *> the NEW or GONE flag, then its quantity and value comparisons
       write-item-trend.
           if p1-seen is equal to "Y" or p2-seen is equal to "Y"
               add 1 to items-listed
               move held-item-id to til-item-id
               move held-desc to til-desc
               move spaces to til-flag
               if p1-seen is equal to "N"
                   move "NEW" to til-flag
                   add 1 to items-new
               else if p2-seen is equal to "N"
                   move "GONE" to til-flag
                   add 1 to items-gone
               end-if
               end-if
               move trend-item-line to trend-line
               perform put-trend-line

               move "QTY" to tcl-label
               move p1-qty to cmp-p1
               move p2-qty to cmp-p2
               perform put-change-line
               move "VALUE" to tcl-label
               move p1-ext to cmp-p1
               move p2-ext to cmp-p2
               perform put-change-line

               add p1-qty to total-p1-qty
               add p1-ext to total-p1-ext
               add p2-qty to total-p2-qty
               add p2-ext to total-p2-ext
           end-if.

      *> one comparison line -- the percent change is measured against
      *> period 1, so it is left blank where period 1 had nothing and
      *> starred where it is too large to print
       put-change-line.
           move cmp-p1 to tcl-p1.
           move cmp-p2 to tcl-p2.
           compute tcl-chg = cmp-p2 - cmp-p1.
           move spaces to tcl-pct.
           if cmp-p1 is greater than zero
               compute pct-work rounded =
                   (cmp-p2 - cmp-p1) * 100 / cmp-p1
                   on size error
                       move 9999999 to pct-work
               end-compute
               if pct-work is greater than 999999.9
                   move "  *******" to tcl-pct
               else
                   move pct-work to pct-edit
                   move pct-edit to tcl-pct
               end-if
           end-if.
           move trend-change-line to trend-line.
           perform put-trend-line.

      *> the item counts and the all-items comparison
       write-trend-totals.
           if items-listed is equal to zero
               move "  (NO ITEM HISTORY IN EITHER PERIOD)"
                   to trend-line
               perform put-trend-line
           end-if.
           move spaces to trend-line.
           perform put-trend-line.
           move items-listed to tnl-listed.
           move items-new to tnl-new.
           move items-gone to tnl-gone.
           move trend-count-line to trend-line.
           perform put-trend-line.
           move "  ALL ITEMS" to trend-line.
           perform put-trend-line.
           move "QTY" to tcl-label.
           move total-p1-qty to cmp-p1.
           move total-p2-qty to cmp-p2.
           perform put-change-line.
           move "VALUE" to tcl-label.
           move total-p1-ext to cmp-p1.
           move total-p2-ext to cmp-p2.
           perform put-change-line.

      *> take the operator id the session is run under -- asked again
      *> until one is given
       accept-operator-id.
           display "Enter operator id: ".
           accept operator-id.
           inspect operator-id converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
