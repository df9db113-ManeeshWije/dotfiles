      *> This file contains the source code for the open-rejects queue
      *> maintenance program, the companion servicing job to the roman
      *> numeral converter's OPENREJ.DAT. The converter opens an entry
      *> for every reject and closes it when a resubmission run
      *> converts the record, and reject-aging only reads the queue,
      *> so this program carries the housekeeping nothing else can:
      *> writing off an open entry the business has decided not to
      *> fix (closed without conversion, with a disposition code and
      *> a comment saying why), purging closed and written-off entries
      *> older than a chosen date to a sequential archive, and
      *> rebuilding a resubmission file for one source file straight
      *> from its open entries when the original .REJ file has been
      *> lost or overwritten. It also converts a queue kept in the
      *> earlier record layout, from before the quantity, disposition
      *> and comment were carried, into the current one. Every
      *> write-off, purge, rebuild and conversion goes on the shared
      *> maintenance trail, MAINTLOG.TXT, under the operator id keyed
      *> at start-up.

       identification division.
       program-id. reject-queue-maint.

       environment division.
           input-output section.
           file-control.
      *> the open-rejects queue the converter maintains, declared
      *> exactly as reject-aging declares it
           select openrej-file assign to "OPENREJ.DAT"
           organization is indexed
           access is dynamic
           record key is orj-key
           file status is openrej-file-status.

      *> a queue in the earlier record layout, renamed to OPENREJ.OLD
      *> by the operator so the conversion can build a fresh
      *> OPENREJ.DAT from it
           select old-queue-file assign to "OPENREJ.OLD"
           organization is indexed
           access is sequential
           record key is oqr-key
           file status is old-queue-file-status.

      *> sequential archive of purged entries -- appended to on every
      *> purge, so the history of the queue is never simply thrown
      *> away
           select archive-file assign to "OPENREJ.ARC"
           organization is line sequential
           file status is archive-file-status.

      *> the rebuilt resubmission file, named off the source file the
      *> same way the converter names its own reject file
           select reject-file assign to dynamic rejectFile
           organization is line sequential
           file status is reject-file-status.

      *> the maintenance trail shared by the converter and all its
      *> servicing jobs -- every destructive or manual action is
      *> appended with who took it, from which program, and how many
      *> records it touched
           select trail-file assign to "MAINTLOG.TXT"
           organization is line sequential
           file status is trail-file-status.

       data division.
           file section.
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

      *> the queue record as it was before the quantity, disposition
      *> and comment were added
           fd old-queue-file.
               01 old-queue-record.
                   02 oqr-key.
                       03 oqr-file    pic x(30).
                       03 oqr-recno   pic 9(9).
                   02 oqr-reason  pic x(4).
                   02 oqr-item-id pic x(10).
                   02 oqr-numeral pic x(25).
                   02 oqr-opened  pic 9(8).
                   02 oqr-closed  pic 9(8).
                   02 oqr-status  pic x.

      *> an archived entry is the queue record unchanged -- it is all
      *> display fields, so a plain line file carries it
           fd archive-file.
               01 archive-record  pic x(144).

      *> the converter's reject record, declared exactly as the
      *> converter declares it so the rebuilt file resubmits as-is
           fd reject-file.
               01 reject-record.
                   02 rej-num      pic x(25).
                   02 filler       pic x(2).
                   02 rej-recno    pic 9(9).
                   02 filler       pic x(2).
                   02 rej-reason   pic x(4).
                   02 filler       pic x(2).
                   02 rej-item-id  pic x(10).
                   02 filler       pic x(2).
                   02 rej-qty      pic x(5).

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
           77 openrej-file-status pic x(2).
           77 old-queue-file-status pic x(2).
           77 archive-file-status pic x(2).
           77 reject-file-status pic x(2).
           77 eof-switch    pic 9   value 1.
           77 today-date    pic 9(8).

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

      *> the queue entry a write-off works on, and the disposition
      *> code and comment the operator gives it
           01 key-file      pic x(30).
           01 key-recno-x   pic x(9).
           01 key-disposition pic x(4).
           01 key-comment   pic x(40).

      *> purge cutoff keyed by the operator -- closed and written-off
      *> entries whose closing date is older than this are archived
      *> and removed
           01 purge-date-x  pic x(8).
           77 purge-date    pic 9(8) value zero.

      *> resubmission file name, built from the source file name
           01 rejectFile    pic x(30).
           01 replace-answer pic x(4).
           77 rebuild-ok    pic x.

      *> counters for the function just run
           77 count-kept    pic s9(9) comp value zero.
           77 count-purged  pic s9(9) comp value zero.
           77 count-written pic s9(9) comp value zero.
           77 count-skipped pic s9(9) comp value zero.
           77 out-count-1   pic z(8)9.
           77 out-count-2   pic z(8)9.

      *> one queue entry shown back at the console
           01 output-entry-line.
               02 filler        pic x     value space.
               02 out-e-file    pic x(30).
               02 out-e-recno   pic z(8)9.
               02 filler        pic x(2)  value spaces.
               02 out-e-reason  pic x(4).
               02 filler        pic x(2)  value spaces.
               02 out-e-item    pic x(10).
               02 filler        pic x(2)  value spaces.
               02 out-e-status  pic x.
               02 filler        pic x(2)  value spaces.
               02 out-e-opened  pic 9(8).
           01 output-entry-numeral.
               02 filler        pic x(11) value "   NUMERAL ".
               02 out-e-numeral pic x(25).
               02 filler        pic x(6)  value "  QTY ".
               02 out-e-qty     pic x(5).

       procedure division.
           display "Open-rejects queue maintenance for OPENREJ.DAT".
           accept today-date from date yyyymmdd.
           perform accept-operator-id
               until operator-id is not equal to spaces.
           perform maint-once
               until maint-function is equal to spaces.
       stop run.

      *> run one maintenance function chosen at the console -- the
      *> loop ends on a blank answer, so several functions can run in
      *> a single sitting
       maint-once.
           display "Enter function (W = write off an open entry, "
               "P = purge closed entries by date, R = rebuild a "
               "resubmission file, C = convert OPENREJ.OLD from the "
               "earlier layout, blank to end): ".
           accept maint-function.
           inspect maint-function converting
               "wprc" to "WPRC".
           if maint-function is equal to "W"
               perform write-off-entry
           else if maint-function is equal to "P"
               perform purge-queue
           else if maint-function is equal to "R"
               perform rebuild-reject-file
           else if maint-function is equal to "C"
               perform convert-old-queue
           else if maint-function is not equal to spaces
               display "Unknown function: " maint-function
           end-if.

       display-queue-entry.
           move orj-file to out-e-file.
           move orj-recno to out-e-recno.
           move orj-reason to out-e-reason.
           move orj-item-id to out-e-item.
           move orj-status to out-e-status.
           move orj-opened to out-e-opened.
           move orj-numeral to out-e-numeral.
           move orj-qty to out-e-qty.
           display output-entry-line.
           display output-entry-numeral.

      *> write off one open entry: it is closed as of today without a
      *> conversion, under a disposition code and comment the operator
      *> supplies -- the code is required so every write-off can be
      *> accounted for, and only an open entry can be written off
       write-off-entry.
           display "Enter source file name of the reject: ".
           move spaces to key-file.
           accept key-file.
           display "Enter record number of the reject: ".
           move spaces to key-recno-x.
           accept key-recno-x.
           if key-file is equal to spaces
               or function trim(key-recno-x) is not numeric
               or function trim(key-recno-x) is equal to spaces
               display "File name and record number are required "
                   "- nothing written off"
           else
               open i-o openrej-file
               if openrej-file-status is not equal to "00"
                   display "Open-rejects queue OPENREJ.DAT "
                       "unavailable (status " openrej-file-status ")"
               else
                   move key-file to orj-file
                   move function numval(function trim(key-recno-x))
                       to orj-recno
                   read openrej-file
                       invalid key
                           display "NOT ON QUEUE: "
                               function trim(key-file) " "
                               function trim(key-recno-x)
                       not invalid key
                           perform display-queue-entry
                           if orj-status is not equal to "O"
                               display "Entry is not open - "
                                   "nothing written off"
                           else
                               perform apply-write-off
                           end-if
                   end-read
                   close openrej-file
               end-if
           end-if.

       apply-write-off.
           display "Enter disposition code (4 characters): ".
           move spaces to key-disposition.
           accept key-disposition.
           inspect key-disposition converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           if key-disposition is equal to spaces
               display "Disposition code is required - nothing "
                   "written off"
           else
               display "Enter comment: "
               move spaces to key-comment
               accept key-comment
               move "W" to orj-status
               move today-date to orj-closed
               move key-disposition to orj-disposition
               move key-comment to orj-comment
               rewrite openrej-record
               if openrej-file-status is equal to "00"
                   display "Written off under " key-disposition
                   move "WRITE-OFF" to trail-action
                   move 1 to trail-records
                   move spaces to trail-detail
                   string orj-file delimited by space
                       " RECORD " delimited by size
                       orj-recno delimited by size
                       " AS " delimited by size
                       key-disposition delimited by size
                       into trail-detail
                   end-string
                   perform write-maint-trail
               else
                   display "Write-off failed (status "
                       openrej-file-status ")"
               end-if
           end-if.

      *> move every closed or written-off entry whose closing date is
      *> older than the operator's cutoff onto the archive, then off
      *> the queue -- an entry is only deleted once its archive copy
      *> is written, and open entries are never touched
       purge-queue.
           display "Enter cutoff date (YYYYMMDD) - entries closed "
               "before this date are purged: ".
           accept purge-date-x.
           if purge-date-x is not numeric
               or purge-date-x is equal to "00000000"
               display "Cutoff date must be a date - nothing purged"
           else
               move purge-date-x to purge-date
               open i-o openrej-file
               if openrej-file-status is not equal to "00"
                   display "Open-rejects queue OPENREJ.DAT "
                       "unavailable (status " openrej-file-status ")"
               else
      *> open extend on an archive that does not exist yet fails, so
      *> create it once and then reopen it for the append
                   open extend archive-file
                   if archive-file-status is equal to "35"
                       open output archive-file
                       close archive-file
                       open extend archive-file
                   end-if
                   if archive-file-status is not equal to "00"
                       display "Cannot open archive OPENREJ.ARC "
                           "(status " archive-file-status
                           ") - nothing purged"
                       close openrej-file
                   else
                       move zero to count-kept
                       move zero to count-purged
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
                       perform purge-one-entry
                           until eof-switch is equal to zero
                       close archive-file
                       close openrej-file
                       move count-purged to out-count-1
                       move count-kept to out-count-2
                       display "  ENTRIES ARCHIVED AND PURGED: "
                           out-count-1 "  KEPT: " out-count-2
                       move "PURGE" to trail-action
                       move count-purged to trail-records
                       move spaces to trail-detail
                       string "OPENREJ.DAT CLOSED BEFORE "
                               delimited by size
                           purge-date delimited by size
                           into trail-detail
                       end-string
                       perform write-maint-trail
                   end-if
               end-if
           end-if.

       purge-one-entry.
           if (orj-status is equal to "C"
                   or orj-status is equal to "W")
               and orj-closed is greater than zero
               and orj-closed is less than purge-date
               write archive-record from openrej-record
               if archive-file-status is equal to "00"
                   delete openrej-file record
                   add 1 to count-purged
               else
                   add 1 to count-kept
               end-if
           else
               add 1 to count-kept
           end-if.
           read openrej-file next record
               at end move zero to eof-switch
           end-read.

      *> rebuild the resubmission file for one source file from the
      *> entries it still has open -- written in the reject-record
      *> layout under the name the converter gives its own reject
      *> file, so the corrected file resubmits and closes the entries
      *> exactly as the original would have. an existing file of that
      *> name is only replaced when the operator says so
       rebuild-reject-file.
           display "Enter source file name to rebuild the "
               "resubmission file for: ".
           move spaces to key-file.
           accept key-file.
           move "Y" to rebuild-ok.
           move spaces to rejectFile.
           if key-file is equal to spaces
               display "Source file name is required - nothing "
                   "rebuilt"
               move "N" to rebuild-ok
           else
               string function trim(key-file) delimited by size
                   ".REJ" delimited by size
                   into rejectFile
                   on overflow
                       display "File name too long to derive a "
                           "reject file name from: "
                           function trim(key-file)
                       move "N" to rebuild-ok
               end-string
           end-if.

           if rebuild-ok is equal to "Y"
               open input reject-file
               if reject-file-status is equal to "00"
                   close reject-file
                   display function trim(rejectFile)
                       " already exists - replace it? (Y = replace): "
                   move spaces to replace-answer
                   accept replace-answer
                   if replace-answer(1:1) is not equal to "Y"
                       and replace-answer(1:1) is not equal to "y"
                       display "Nothing rebuilt"
                       move "N" to rebuild-ok
                   end-if
               end-if
           end-if.

           if rebuild-ok is equal to "Y"
               open input openrej-file
               if openrej-file-status is not equal to "00"
                   display "Open-rejects queue OPENREJ.DAT "
                       "unavailable (status " openrej-file-status ")"
               else
                   open output reject-file
                   move zero to count-written
                   move zero to count-skipped
                   move 1 to eof-switch
                   move key-file to orj-file
                   move zero to orj-recno
                   start openrej-file key is not less than orj-key
                       invalid key move zero to eof-switch
                   end-start
                   if eof-switch is not equal to zero
                       read openrej-file next record
                           at end move zero to eof-switch
                       end-read
                   end-if
                   perform rebuild-one-entry
                       until eof-switch is equal to zero
                   close reject-file
                   close openrej-file
                   move count-written to out-count-1
                   move count-skipped to out-count-2
                   display "  OPEN ENTRIES WRITTEN TO "
                       function trim(rejectFile) ": " out-count-1
                       "  NOT OPEN: " out-count-2
                   move "REBUILD" to trail-action
                   move count-written to trail-records
                   move spaces to trail-detail
                   string "RESUBMISSION FILE " delimited by size
                       rejectFile delimited by space
                       into trail-detail
                   end-string
                   perform write-maint-trail
               end-if
           end-if.

      *> the scan stops at the first entry for another source file,
      *> since the queue is keyed on the file name first
       rebuild-one-entry.
           if orj-file is not equal to key-file
               move zero to eof-switch
           else
               if orj-status is equal to "O"
                   move spaces to reject-record
                   move orj-numeral to rej-num
                   move orj-recno to rej-recno
                   move orj-reason to rej-reason
                   move orj-item-id to rej-item-id
                   move orj-qty to rej-qty
                   write reject-record
                   add 1 to count-written
               else
                   add 1 to count-skipped
               end-if
               read openrej-file next record
                   at end move zero to eof-switch
               end-read
           end-if.

      *> build a fresh queue in the current layout from one kept in
      *> the earlier layout -- the operator renames the old OPENREJ.DAT
      *> to OPENREJ.OLD first. the quantity, disposition and comment
      *> it never carried start out blank. nothing is converted while
      *> an OPENREJ.DAT of either layout is still in place, so a live
      *> queue is never overwritten, and an entry that will
      *> not load (a mangled key) is counted and skipped rather than
      *> abandoning the entries behind it
       convert-old-queue.
           open input openrej-file.
           if openrej-file-status is equal to "00"
               close openrej-file
               display "OPENREJ.DAT is already in the current layout "
                   "- nothing converted"
           else if openrej-file-status is not equal to "35"
               display "OPENREJ.DAT is still in place (status "
                   openrej-file-status ") - rename it to OPENREJ.OLD "
                   "first - nothing converted"
           else
               open input old-queue-file
               if old-queue-file-status is not equal to "00"
                   display "Cannot open earlier queue OPENREJ.OLD "
                       "(status " old-queue-file-status ") - "
                       "nothing converted"
               else
                   open output openrej-file
                   if openrej-file-status is not equal to "00"
                       display "Cannot create OPENREJ.DAT (status "
                           openrej-file-status ")"
                       close old-queue-file
                   else
                       move zero to count-written
                       move zero to count-skipped
                       move 1 to eof-switch
                       read old-queue-file
                           at end move zero to eof-switch
                       end-read
                       perform convert-one-entry
                           until eof-switch is equal to zero
                       close openrej-file
                       close old-queue-file
                       move count-written to out-count-1
                       move count-skipped to out-count-2
                       display "  ENTRIES CONVERTED: " out-count-1
                           "  DROPPED: " out-count-2
                       move "CONVERT" to trail-action
                       move count-written to trail-records
                       move spaces to trail-detail
                       string "OPENREJ.DAT FROM OPENREJ.OLD  DROPPED:"
                               delimited by size
                           out-count-2 delimited by size
                           into trail-detail
                       end-string
                       perform write-maint-trail
                   end-if
               end-if
           end-if
           end-if.

       convert-one-entry.
           move spaces to openrej-record.
           move oqr-file to orj-file.
           move oqr-recno to orj-recno.
           move oqr-reason to orj-reason.
           move oqr-item-id to orj-item-id.
           move oqr-numeral to orj-numeral.
           move oqr-opened to orj-opened.
           move oqr-closed to orj-closed.
           move oqr-status to orj-status.
           write openrej-record
               invalid key add 1 to count-skipped
               not invalid key add 1 to count-written
           end-write.
           read old-queue-file
               at end move zero to eof-switch
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
           move "REJECT-QUEUE-MAINT" to mtr-program.
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
