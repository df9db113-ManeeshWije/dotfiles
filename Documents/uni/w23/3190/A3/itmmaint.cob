      *> This file contains the source code for the item reference
      *> maintenance program, the companion servicing job to the roman
      *> numeral converter's ITEMREF.DAT. The converter looks every
      *> structured record's item id up on the reference and rejects
      *> it RJ10 or RJ11 on a miss, but never writes the file itself,
      *> so this program carries the upkeep: adding an item, changing
      *> its description, flipping it active or inactive, a bulk load
      *> from the supplier's catalog extract with an exceptions
      *> listing, a printed listing of the reference, and a listing of
      *> the item ids holding up open RJ10/RJ11 entries on the
      *> open-rejects queue, so the missing items can be keyed in
      *> before the rejects are resubmitted. Every add, change, flip
      *> and bulk load goes on the shared maintenance trail,
      *> MAINTLOG.TXT, under the operator id keyed at start-up.

       identification division.
       program-id. item-ref-maint.

       environment division.
           input-output section.
           file-control.
      *> the item reference the converter validates against, declared
      *> exactly as the converter declares it apart from the access
      *> mode, which a full listing needs to be dynamic
           select itemref-file assign to "ITEMREF.DAT"
           organization is indexed
           access is dynamic
           record key is item-ref-id
           file status is itemref-file-status.

      *> the open-rejects queue the converter maintains, declared
      *> exactly as reject-aging declares it
           select openrej-file assign to "OPENREJ.DAT"
           organization is indexed
           access is dynamic
           record key is orj-key
           file status is openrej-file-status.

      *> the supplier's catalog extract, named by the operator at the
      *> console since every delivery carries its own file name
           select catalog-file assign to dynamic catalogFile
           organization is line sequential
           file status is catalog-file-status.

      *> the printed reference listing
           select listing-file assign to "ITEMREF.LST"
           organization is line sequential.

      *> the bulk-load exceptions listing
           select exception-file assign to "ITEMREF.EXC"
           organization is line sequential.

      *> the listing of items holding up open rejects
           select pending-file assign to "ITEMREJ.LST"
           organization is line sequential.

      *> the maintenance trail shared by the converter and all its
      *> servicing jobs -- every destructive or manual action is
      *> appended with who took it, from which program, and how many
      *> records it touched
           select trail-file assign to "MAINTLOG.TXT"
           organization is line sequential
           file status is trail-file-status.

       data division.
           file section.
           fd itemref-file.
               01 item-ref-record.
                   02 item-ref-id     pic x(10).
                   02 item-ref-desc   pic x(30).
                   02 item-ref-active pic x.

           fd openrej-file.
               01 openrej-record.
                   02 orj-key.
                       03 orj-file    pic x(30).
                       03 orj-recno   pic 9(9).
                   02 orj-reason  pic x(4).
                   02 orj-item-id pic x(10).
                   02 orj-numeral pic x(25).
                   02 orj-opened  pic 9(8).
                   02 orj-closed  pic 9(8).
                   02 orj-status  pic x.
                   02 orj-qty     pic x(5).
                   02 orj-disposition pic x(4).
                   02 orj-comment pic x(40).

      *> one catalog line: item id, description and an optional
      *> active flag -- a blank flag loads the item active
           fd catalog-file.
               01 catalog-record.
                   02 cat-item-id pic x(10).
                   02 cat-desc    pic x(30).
                   02 cat-active  pic x.
                   02 filler      pic x(39).

           fd listing-file.
               01 listing-record  pic x(80).

           fd exception-file.
               01 exception-record pic x(80).

           fd pending-file.
               01 pending-record  pic x(80).

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

           working-storage section.
           77 itemref-file-status pic x(2).
           77 openrej-file-status pic x(2).
           77 catalog-file-status pic x(2).
           77 itemref-usable pic x  value "N".
           77 eof-switch    pic 9   value 1.

      *> the operator running this session, and the action about to
      *> go on the maintenance trail
           01 operator-id   pic x(8)  value spaces.
           77 trail-file-status pic x(2).
           01 trail-action  pic x(10).
           77 trail-records pic s9(9) comp.
           01 trail-detail  pic x(50).

      *> the operator's choice of maintenance function for one pass
      *> round the console loop
           01 maint-function pic x   value "?".

      *> the item id and description keyed at the console
           01 key-item-id   pic x(10).
           01 key-desc      pic x(30).

      *> name of the catalog extract for a bulk load
           01 catalogFile   pic x(30).

      *> counters for the function just run, so the operator sees
      *> how much of the reference each pass touched
           77 count-read    pic s9(9) comp value zero.
           77 count-added   pic s9(9) comp value zero.
           77 count-changed pic s9(9) comp value zero.
           77 count-same    pic s9(9) comp value zero.
           77 count-except  pic s9(9) comp value zero.

      *> reason the catalog line just read was thrown out, blank when
      *> it loaded
           01 load-exception pic x(30).

      *> item ids holding up open RJ10/RJ11 entries -- collected off
      *> the queue, with how many rejects each holds up and since when
           01 pending-table-area.
               02 pt-entry occurs 500 times.
                   03 pt-item-id pic x(10).
                   03 pt-reason  pic x(4).
                   03 pt-count   pic s9(6) comp.
                   03 pt-oldest  pic 9(8).
           77 pending-count pic s9(4) comp value zero.
           77 pending-full  pic x value "N".
           77 i             pic s9(4) comp.
           77 slot          pic s9(4) comp.

      *> one reference record formatted for the listing and console
           01 output-item-line.
               02 filler        pic x     value space.
               02 out-i-id      pic x(10).
               02 filler        pic x(2)  value spaces.
               02 out-i-desc    pic x(30).
               02 filler        pic x(10) value "  ACTIVE: ".
               02 out-i-active  pic x.

           01 output-list-title.
               02 filler    pic x(28) value
               "  ITEM REFERENCE LISTING    ".
           01 output-underline-1.
               02 filler    pic x(30) value
               "------------------------------".
           01 output-list-total.
               02 filler    pic x(20) value
               "  ITEMS LISTED:     ".
               02 out-list-count pic z(8)9.
               02 filler    pic x(10) value "  ACTIVE: ".
               02 out-list-active pic z(8)9.
           77 count-active  pic s9(9) comp value zero.

      *> one thrown-out catalog line on the exceptions listing
           01 output-exception-title.
               02 filler    pic x(30) value
               "  CATALOG LOAD EXCEPTIONS  ".
               02 out-ex-file pic x(30).
           01 output-exception-line.
               02 filler        pic x     value space.
               02 out-ex-recno  pic z(6)9.
               02 filler        pic x(2)  value spaces.
               02 out-ex-id     pic x(10).
               02 filler        pic x(2)  value spaces.
               02 out-ex-reason pic x(30).
           01 output-load-total.
               02 filler    pic x(8)  value "  READ: ".
               02 out-ld-read pic z(6)9.
               02 filler    pic x(9)  value "  ADDED: ".
               02 out-ld-added pic z(6)9.
               02 filler    pic x(11) value "  CHANGED: ".
               02 out-ld-changed pic z(6)9.
               02 filler    pic x(14) value "  EXCEPTIONS: ".
               02 out-ld-except pic z(6)9.

      *> one item holding up open rejects on the pending listing
           01 output-pending-title.
               02 filler    pic x(44) value
               "  ITEMS HOLDING UP OPEN RJ10/RJ11 REJECTS".
           01 output-pending-head.
               02 filler    pic x(12) value " ITEM-ID".
               02 filler    pic x(6)  value "CODE".
               02 filler    pic x(8)  value "  OPEN".
               02 filler    pic x(10) value "  SINCE".
               02 filler    pic x(20) value "  ON REFERENCE".
           01 output-pending-line.
               02 filler        pic x     value space.
               02 out-p-id      pic x(10).
               02 filler        pic x     value space.
               02 out-p-reason  pic x(4).
               02 filler        pic x(2)  value spaces.
               02 out-p-count   pic zzzzz9.
               02 filler        pic x(2)  value spaces.
               02 out-p-oldest  pic 9(8).
               02 filler        pic x(2)  value spaces.
               02 out-p-state   pic x(20).
           01 output-pending-total.
               02 filler    pic x(23) value
               "  ITEMS HOLDING REJECTS".
               02 out-p-total pic z(6)9.

       procedure division.
           display "Item reference maintenance for ITEMREF.DAT".
           perform accept-operator-id
               until operator-id is not equal to spaces.
           perform maint-once
               until maint-function is equal to spaces.
       stop run.

      *> run one maintenance function chosen at the console -- the
      *> loop ends on a blank answer, so several functions (a bulk
      *> load, then the pending list, then a listing) can run in a
      *> single sitting
       maint-once.
           display "Enter function (A = add item, C = change "
               "description, F = flip active flag, B = bulk load from "
               "catalog, L = list reference, O = items holding up "
               "open rejects, blank to end): ".
           accept maint-function.
           inspect maint-function converting
               "acfblo" to "ACFBLO".
           if maint-function is equal to "A"
               perform add-item
           else if maint-function is equal to "C"
               perform change-item
           else if maint-function is equal to "F"
               perform flip-item
           else if maint-function is equal to "B"
               perform bulk-load
           else if maint-function is equal to "L"
               perform list-reference
           else if maint-function is equal to "O"
               perform list-pending-items
           else if maint-function is not equal to spaces
               display "Unknown function: " maint-function
           end-if.

      *> open the reference for update, creating it on first use the
      *> same way the converter creates its master
       open-itemref-update.
           open i-o itemref-file.
           if itemref-file-status is equal to "35"
               open output itemref-file
               close itemref-file
               open i-o itemref-file
           end-if.
           if itemref-file-status is not equal to "00"
               display "Item reference ITEMREF.DAT unavailable "
                   "(status " itemref-file-status ")"
           end-if.

      *> key the item id a single-item function works on
       accept-item-id.
           display "Enter item id: ".
           move spaces to key-item-id.
           accept key-item-id.

       display-item-record.
           move item-ref-id to out-i-id.
           move item-ref-desc to out-i-desc.
           move item-ref-active to out-i-active.
           display output-item-line.

      *> add one new item, active from the start -- an id already on
      *> the reference is shown back rather than overwritten
       add-item.
           perform accept-item-id.
           if key-item-id is equal to spaces
               display "Item id is required - nothing added"
           else
               display "Enter description: "
               move spaces to key-desc
               accept key-desc
               perform open-itemref-update
               if itemref-file-status is equal to "00"
                   move key-item-id to item-ref-id
                   move key-desc to item-ref-desc
                   move "Y" to item-ref-active
                   write item-ref-record
                       invalid key
                           display "Already on the reference:"
                           read itemref-file
                           perform display-item-record
                       not invalid key
                           display "Added:"
                           perform display-item-record
                           move "ADD" to trail-action
                           perform trail-item-action
                   end-write
                   close itemref-file
               end-if
           end-if.

      *> change an item's description -- a blank answer leaves the
      *> current description as it is
       change-item.
           perform accept-item-id.
           if key-item-id is not equal to spaces
               perform open-itemref-update
               if itemref-file-status is equal to "00"
                   move key-item-id to item-ref-id
                   read itemref-file
                       invalid key
                           display "NOT ON REFERENCE: " key-item-id
                       not invalid key
                           perform display-item-record
                           display "Enter new description (blank "
                               "to keep): "
                           move spaces to key-desc
                           accept key-desc
                           if key-desc is not equal to spaces
                               move key-desc to item-ref-desc
                               rewrite item-ref-record
                               display "Changed:"
                               perform display-item-record
                               move "CHANGE" to trail-action
                               perform trail-item-action
                           end-if
                   end-read
                   close itemref-file
               end-if
           end-if.

      *> flip an item between active and inactive -- an inactive item
      *> rejects RJ11 on the next conversion that carries it
       flip-item.
           perform accept-item-id.
           if key-item-id is not equal to spaces
               perform open-itemref-update
               if itemref-file-status is equal to "00"
                   move key-item-id to item-ref-id
                   read itemref-file
                       invalid key
                           display "NOT ON REFERENCE: " key-item-id
                       not invalid key
                           if item-ref-active is equal to "Y"
                               move "N" to item-ref-active
                           else
                               move "Y" to item-ref-active
                           end-if
                           rewrite item-ref-record
                           display "Flipped:"
                           perform display-item-record
                           move "FLIP" to trail-action
                           perform trail-item-action
                   end-read
                   close itemref-file
               end-if
           end-if.

      *> load the supplier's catalog extract onto the reference: a new
      *> id is added, a known one takes the catalog's description and
      *> flag, and a line that cannot be trusted goes to the
      *> exceptions listing instead of the reference
       bulk-load.
           display "Enter name of the catalog extract file: ".
           move spaces to catalogFile.
           accept catalogFile.
           if catalogFile is equal to spaces
               display "No catalog file named - nothing loaded"
           else
               open input catalog-file
               if catalog-file-status is not equal to "00"
                   display "Cannot open catalog file "
                       function trim(catalogFile) " (status "
                       catalog-file-status ")"
               else
                   perform open-itemref-update
                   if itemref-file-status is not equal to "00"
                       close catalog-file
                   else
                       open output exception-file
                       move catalogFile to out-ex-file
                       write exception-record from output-underline-1
                       write exception-record
                           from output-exception-title
                       write exception-record from output-underline-1
                       move zero to count-read
                       move zero to count-added
                       move zero to count-changed
                       move zero to count-same
                       move zero to count-except
                       move 1 to eof-switch
                       read catalog-file
                           at end move zero to eof-switch
                       end-read
                       perform load-one-record
                           until eof-switch is equal to zero
                       move count-read to out-ld-read
                       move count-added to out-ld-added
                       move count-changed to out-ld-changed
                       move count-except to out-ld-except
                       move spaces to exception-record
                       write exception-record
                       write exception-record from output-load-total
                       display output-load-total
                       close exception-file
                       close itemref-file
                       close catalog-file
                       display "Exceptions written to ITEMREF.EXC"
                       move "BULK LOAD" to trail-action
                       compute trail-records =
                           count-added + count-changed
                       move spaces to trail-detail
                       string "CATALOG " delimited by size
                           catalogFile delimited by space
                           into trail-detail
                       end-string
                       perform write-maint-trail
                   end-if
               end-if
           end-if.

       load-one-record.
           add 1 to count-read.
           move spaces to load-exception.
           inspect cat-active converting "yn" to "YN".
           if cat-active is equal to space
               move "Y" to cat-active
           end-if.
           if cat-item-id is equal to spaces
               move "BLANK ITEM ID" to load-exception
           else if cat-desc is equal to spaces
               move "BLANK DESCRIPTION" to load-exception
           else if cat-active is not equal to "Y"
               and cat-active is not equal to "N"
               move "ACTIVE FLAG NOT Y OR N" to load-exception
           end-if.

           if load-exception is equal to spaces
               move cat-item-id to item-ref-id
               read itemref-file
                   invalid key
                       move cat-item-id to item-ref-id
                       move cat-desc to item-ref-desc
                       move cat-active to item-ref-active
                       write item-ref-record
                       if itemref-file-status is equal to "00"
                           add 1 to count-added
                       else
                           move "REFERENCE WRITE FAILED"
                               to load-exception
                       end-if
                   not invalid key
                       if item-ref-desc is equal to cat-desc
                           and item-ref-active is equal to cat-active
                           add 1 to count-same
                       else
                           move cat-desc to item-ref-desc
                           move cat-active to item-ref-active
                           rewrite item-ref-record
                           if itemref-file-status is equal to "00"
                               add 1 to count-changed
                           else
                               move "REFERENCE REWRITE FAILED"
                                   to load-exception
                           end-if
                       end-if
               end-read
           end-if.

           if load-exception is not equal to spaces
               add 1 to count-except
               move count-read to out-ex-recno
               move cat-item-id to out-ex-id
               move load-exception to out-ex-reason
               write exception-record from output-exception-line
           end-if.

           read catalog-file
               at end move zero to eof-switch
           end-read.

      *> record a single-item change on the maintenance trail, with the
      *> item as it now stands
       trail-item-action.
           move 1 to trail-records.
           move spaces to trail-detail.
           string "ITEM " delimited by size
               item-ref-id delimited by size
               " ACTIVE " delimited by size
               item-ref-active delimited by size
               " " delimited by size
               item-ref-desc delimited by size
               into trail-detail
           end-string.
           perform write-maint-trail.

      *> print the whole reference, one line per item, to the console
      *> and to ITEMREF.LST so the listing can go to the printer
       list-reference.
           open input itemref-file.
           if itemref-file-status is not equal to "00"
               display "Item reference ITEMREF.DAT unavailable "
                   "(status " itemref-file-status ")"
           else
               open output listing-file
               write listing-record from output-underline-1
               write listing-record from output-list-title
               write listing-record from output-underline-1
               move zero to count-read
               move zero to count-active
               move 1 to eof-switch
               move low-values to item-ref-id
               start itemref-file key is not less than item-ref-id
                   invalid key move zero to eof-switch
               end-start
               if eof-switch is not equal to zero
                   read itemref-file next record
                       at end move zero to eof-switch
                   end-read
               end-if
               perform list-one-item
                   until eof-switch is equal to zero
               move count-read to out-list-count
               move count-active to out-list-active
               write listing-record from output-list-total
               display output-list-total
               close listing-file
               close itemref-file
               display "Listing written to ITEMREF.LST"
           end-if.

       list-one-item.
           add 1 to count-read.
           if item-ref-active is equal to "Y"
               add 1 to count-active
           end-if.
           perform display-item-record.
           write listing-record from output-item-line.
           read itemref-file next record
               at end move zero to eof-switch
           end-read.

      *> list the item ids the open-rejects queue is holding RJ10 or
      *> RJ11 entries open for, with how many rejects each holds up,
      *> the oldest of them, and where the item stands on the
      *> reference today -- an item that has since gone on active is
      *> waiting only for its rejects to be resubmitted
       list-pending-items.
           open input openrej-file.
           if openrej-file-status is not equal to "00"
               display "Open-rejects queue OPENREJ.DAT unavailable "
                   "(status " openrej-file-status ")"
           else
               move zero to pending-count
               move "N" to pending-full
               move 1 to eof-switch
               move low-values to orj-key
               start openrej-file key is not less than orj-key
                   invalid key move zero to eof-switch
               end-start
               if eof-switch is not equal to zero
                   read openrej-file next record
                       at end move zero to eof-switch
                   end-read
               end-if
               perform tally-pending-reject
                   until eof-switch is equal to zero
               close openrej-file

               open output pending-file
               write pending-record from output-underline-1
               write pending-record from output-pending-title
               write pending-record from output-underline-1
               write pending-record from output-pending-head
               display output-pending-title
               display output-pending-head
               move "N" to itemref-usable
               open input itemref-file
               if itemref-file-status is equal to "00"
                   move "Y" to itemref-usable
               end-if
               perform varying i from 1 by 1 until i is greater than
                   pending-count
                   perform write-pending-item
               end-perform
               if itemref-usable is equal to "Y"
                   close itemref-file
               end-if
               move pending-count to out-p-total
               move spaces to pending-record
               write pending-record
               write pending-record from output-pending-total
               display output-pending-total
               close pending-file
               display "Listing written to ITEMREJ.LST"
           end-if.

       tally-pending-reject.
           if orj-status is equal to "O"
               and (orj-reason is equal to "RJ10"
                   or orj-reason is equal to "RJ11")
               move zero to slot
               perform varying i from 1 by 1 until i is greater than
                   pending-count
                   if pt-item-id(i) is equal to orj-item-id
                       move i to slot
                   end-if
               end-perform
               if slot is equal to zero
                   if pending-count is less than 500
                       add 1 to pending-count
                       move pending-count to slot
                       move orj-item-id to pt-item-id(slot)
                       move orj-reason to pt-reason(slot)
                       move zero to pt-count(slot)
                       move orj-opened to pt-oldest(slot)
                   else
                       if pending-full is equal to "N"
                           display "More than 500 items holding up "
                               "rejects - later ones are not listed"
                           move "Y" to pending-full
                       end-if
                   end-if
               end-if
               if slot is not equal to zero
                   add 1 to pt-count(slot)
                   if orj-opened is less than pt-oldest(slot)
                       move orj-opened to pt-oldest(slot)
                   end-if
               end-if
           end-if.
           read openrej-file next record
               at end move zero to eof-switch
           end-read.

      *> one pending item, with its standing on the reference looked
      *> up afresh -- when the reference cannot be opened the column
      *> says so rather than guessing
       write-pending-item.
           move pt-item-id(i) to out-p-id.
           move pt-reason(i) to out-p-reason.
           move pt-count(i) to out-p-count.
           move pt-oldest(i) to out-p-oldest.
           if itemref-usable is equal to "N"
               move "REFERENCE UNAVAILABLE" to out-p-state
           else
               move pt-item-id(i) to item-ref-id
               read itemref-file
                   invalid key
                       move "NOT ON FILE" to out-p-state
                   not invalid key
                       if item-ref-active is equal to "Y"
                           move "ACTIVE - RESUBMIT" to out-p-state
                       else
                           move "INACTIVE" to out-p-state
                       end-if
               end-read
           end-if.
           display output-pending-line.
           write pending-record from output-pending-line.

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
           move "ITEM-REF-MAINT" to mtr-program.
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
