      *> count fields, a purge of entries not seen since an operator-
      *> supplied date, an unload of the whole master to a sequential
      *> backup, and a rebuild of the indexed file from that backup
      *> after a corruption. It also reads the converter's posting
      *> journal, MSTJRNL.DAT, to list the runs it holds and to back
      *> one run's postings out of the master again. Every purge,
      *> unload, rebuild and back-out goes on the shared maintenance
      *> trail, MAINTLOG.TXT, under the operator id keyed at start-up.

       identification division.
       program-id. master-maint.
           select listing-file assign to "ROMASTER.LST"
           organization is line sequential.

      *> the converter's posting journal, declared exactly as the
      *> converter declares it apart from the access mode, which the
      *> run listing and the back-out need to be dynamic
           select journal-file assign to "MSTJRNL.DAT"
           organization is indexed
           access is dynamic
           record key is jrn-key
           file status is journal-file-status.

      *> the listing of everything a back-out undid
           select backout-listing-file assign to "ROBKOUT.LST"
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
           fd master-file.
           fd listing-file.
               01 listing-record  pic x(80).

           fd journal-file.
               01 journal-record.
                   02 jrn-key.
                       03 jrn-run-date pic 9(8).
                       03 jrn-run-time pic 9(8).
                       03 jrn-file     pic x(30).
                       03 jrn-seq      pic 9(6).
                   02 jrn-numeral    pic x(25).
                   02 jrn-value      pic 9(9).
                   02 jrn-count      pic 9(9).
                   02 jrn-created    pic x.
                   02 jrn-prior-last pic 9(8).
                   02 jrn-status     pic x.
                   02 jrn-backed-out pic 9(8).

           fd backout-listing-file.
               01 backout-listing-record pic x(80).

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
           77 master-file-status pic x(2).
           77 backup-file-status pic x(2).
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

           77 out-count-1   pic z(8)9.
           77 out-count-2   pic z(8)9.
           77 out-count-3   pic z(8)9.

           77 journal-file-status pic x(2).
           77 today-date    pic 9(8).

      *> the run a back-out is for, as keyed by the operator off the
      *> journal run listing
           01 bko-date-x    pic x(8).
           01 bko-time-x    pic x(8).
           01 bko-file      pic x(30).
           77 bko-date      pic 9(8).
           77 bko-time      pic 9(8).
           01 bko-answer    pic x(4).

      *> one entry per numeral the run posted, with everything it
      *> added -- a numeral posted more than once in the run (record
      *> by record) nets to one entry, whether the run created it
      *> and the last-seen date it had before taken off its first
      *> posting, and whether a later run the same day that still
      *> stands posted it too. a run too big for the table is not
      *> backed out at all, rather than backed out by halves
           01 backout-area.
               02 bo-entry occurs 5000 times.
                   03 bo-numeral    pic x(25).
                   03 bo-count      pic s9(9) comp.
                   03 bo-created    pic x.
                   03 bo-prior-last pic 9(8).
                   03 bo-later      pic x.
           77 backout-count  pic s9(4) comp value zero.
           77 backout-full   pic x   value "N".
           77 bo-idx         pic s9(4) comp.
           77 bo-slot        pic s9(4) comp.
           77 count-backed   pic s9(9) comp value zero.
           77 count-reduced  pic s9(9) comp value zero.
           77 count-short    pic s9(9) comp value zero.
           77 backed-out-on  pic 9(8).

      *> run-listing control break: the run being totalled, and its
      *> posting count, total occurrences and whether it has been
      *> backed out
           77 held-date     pic 9(8).
           77 held-time     pic 9(8).
           01 held-file     pic x(30).
           77 run-postings  pic s9(9) comp.
           77 run-total     pic s9(9) comp.
           01 run-status    pic x(10).

           01 output-run-heading.
               02 filler    pic x(20) value " RUN DATE RUN TIME ".
               02 filler    pic x(30) value "INPUT FILE".
               02 filler    pic x(6)  value " POSTS".
               02 filler    pic x(9)  value "    COUNT".
           01 output-run-line.
               02 filler        pic x     value space.
               02 out-j-date    pic 9(8).
               02 filler        pic x     value space.
               02 out-j-time    pic 9(8).
               02 filler        pic x(2)  value spaces.
               02 out-j-file    pic x(30).
               02 out-j-postings pic zzzzz9.
               02 out-j-count   pic z(8)9.
               02 filler        pic x     value space.
               02 out-j-status  pic x(10).

           01 output-backout-title.
               02 filler    pic x(30) value
               "  MASTER RUN BACK-OUT LISTING".
           01 output-backout-run.
               02 filler        pic x(7)  value "  RUN: ".
               02 out-bk-date   pic 9(8).
               02 filler        pic x     value space.
               02 out-bk-time   pic 9(8).
               02 filler        pic x(8)  value "  FILE: ".
               02 out-bk-file   pic x(30).
           01 output-backout-heading.
               02 filler    pic x(26) value " ROMAN NUMBER".
               02 filler    pic x(9)  value "  REMOVED".
               02 filler    pic x(35) value " ACTION".
               02 filler    pic x(9)  value "    AFTER".
           01 output-backout-line.
               02 filler        pic x     value space.
               02 out-b-numeral pic x(25).
               02 out-b-count   pic z(8)9.
               02 filler        pic x     value space.
               02 out-b-action  pic x(34).
               02 out-b-after   pic z(8)9.
           01 output-backout-total.
               02 filler        pic x(20) value
               "  NUMERALS DELETED: ".
               02 out-bt-deleted pic z(8)9.
               02 filler        pic x(11) value "  REDUCED: ".
               02 out-bt-reduced pic z(8)9.
               02 filler        pic x(8)  value "  LEFT: ".
               02 out-bt-short  pic z(8)9.

       procedure division.
           display "Conversion master maintenance for ROMASTER.DAT".
           perform accept-operator-id
               until operator-id is not equal to spaces.
           perform maint-once
               until maint-function is equal to spaces.
       stop run.
       maint-once.
           display "Enter function (L = list master, P = purge by "
               "last-seen date, U = unload to ROMASTER.BKP, "
               "R = rebuild from ROMASTER.BKP, J = list journalled "
               "runs, B = back out a run, blank to end): ".
           accept maint-function.
           inspect maint-function converting
               "lpurjb" to "LPURJB".
           if maint-function is equal to "L"
               perform list-master
           else if maint-function is equal to "P"
               perform unload-master
           else if maint-function is equal to "R"
               perform rebuild-master
           else if maint-function is equal to "J"
               perform list-journal-runs
           else if maint-function is equal to "B"
               perform backout-run
           else if maint-function is not equal to spaces
               display "Unknown function: " maint-function
           end-if.
                   move count-kept to out-count-2
                   display "  ENTRIES PURGED: " out-count-1
                       "  KEPT: " out-count-2
                   move "PURGE" to trail-action
                   move count-purged to trail-records
                   move spaces to trail-detail
                   string "ROMASTER.DAT LAST SEEN BEFORE "
                           delimited by size
                       purge-date delimited by size
                       into trail-detail
                   end-string
                   perform write-maint-trail
               end-if
           end-if.

               move count-written to out-count-1
               display "  RECORDS UNLOADED TO ROMASTER.BKP: "
                   out-count-1
               move "UNLOAD" to trail-action
               move count-written to trail-records
               move "ROMASTER.DAT TO ROMASTER.BKP" to trail-detail
               perform write-maint-trail
           end-if.

       unload-one-record.
                   move count-dropped to out-count-2
                   display "  RECORDS RELOADED: " out-count-1
                       "  DROPPED: " out-count-2
                   move "REBUILD" to trail-action
                   move count-written to trail-records
                   move spaces to trail-detail
                   string "ROMASTER.DAT FROM ROMASTER.BKP  DROPPED:"
                           delimited by size
                       out-count-2 delimited by size
                       into trail-detail
                   end-string
                   perform write-maint-trail
               end-if
           end-if.

           read backup-file
               at end move zero to eof-switch
           end-read.

      *> list every run the journal holds, one line per run with how
      *> many postings it made and the occurrences they added, so the
      *> operator can pick the run to back out by its date, time and
      *> input file
       list-journal-runs.
           open input journal-file.
           if journal-file-status is not equal to "00"
               display "Master posting journal MSTJRNL.DAT "
                   "unavailable (status " journal-file-status ")"
           else
               display output-run-heading
               move zero to count-read
               move zero to run-postings
               move zero to held-date
               move zero to held-time
               move spaces to held-file
               move 1 to eof-switch
               move low-values to jrn-key
               start journal-file key is not less than jrn-key
                   invalid key move zero to eof-switch
               end-start
               if eof-switch is not equal to zero
                   read journal-file next record
                       at end move zero to eof-switch
                   end-read
               end-if
               perform list-one-posting
                   until eof-switch is equal to zero
               if run-postings is greater than zero
                   perform put-run-line
               end-if
               close journal-file
               move count-read to out-count-1
               display "  RUNS JOURNALLED: " out-count-1
           end-if.

       list-one-posting.
           if jrn-run-date is not equal to held-date
               or jrn-run-time is not equal to held-time
               or jrn-file is not equal to held-file
               if run-postings is greater than zero
                   perform put-run-line
               end-if
               move jrn-run-date to held-date
               move jrn-run-time to held-time
               move jrn-file to held-file
               move zero to run-postings
               move zero to run-total
               move spaces to run-status
           end-if.
           add 1 to run-postings.
           add jrn-count to run-total.
           if jrn-status is equal to "B"
               move "BACKED OUT" to run-status
           end-if.
           read journal-file next record
               at end move zero to eof-switch
           end-read.

       put-run-line.
           add 1 to count-read.
           move held-date to out-j-date.
           move held-time to out-j-time.
           move held-file to out-j-file.
           move run-postings to out-j-postings.
           move run-total to out-j-count.
           move run-status to out-j-status.
           display output-run-line.

      *> take one run's postings back off the master: the counts it
      *> added are subtracted, a record the run created (and nobody
      *> has posted to since) is deleted, and the last-seen date the
      *> run moved forward is put back. the journal entries are then
      *> marked backed out so the same run cannot be taken off twice,
      *> and everything undone goes on ROBKOUT.LST
       backout-run.
           display "Enter run date of the run to back out "
               "(YYYYMMDD, as listed by J): ".
           accept bko-date-x.
           display "Enter run time of the run (as listed by J): ".
           accept bko-time-x.
           display "Enter input file of the run: ".
           move spaces to bko-file.
           accept bko-file.
           if bko-date-x is not numeric
               or bko-time-x is not numeric
               or bko-file is equal to spaces
               display "Run date, time and file are all required "
                   "- nothing backed out"
           else
               move bko-date-x to bko-date
               move bko-time-x to bko-time
               open i-o journal-file
               if journal-file-status is not equal to "00"
                   display "Master posting journal MSTJRNL.DAT "
                       "unavailable (status " journal-file-status ")"
               else
                   perform gather-run-postings
                   if count-read is equal to zero
                       display "NO POSTINGS JOURNALLED FOR THAT RUN"
                   else if count-backed is greater than zero
                       display "RUN ALREADY BACKED OUT ON "
                           backed-out-on " - nothing backed out"
                   else if backout-full is equal to "Y"
                       display "RUN POSTED MORE THAN 5000 NUMERALS "
                           "- nothing backed out"
                   else
                       perform confirm-and-back-out
                   end-if
                   end-if
                   end-if
                   close journal-file
               end-if
           end-if.

      *> pass one over the run's journal entries: net them down to one
      *> entry per numeral, and notice any already backed out
       gather-run-postings.
           move zero to count-read.
           move zero to count-backed.
           move zero to backout-count.
           move "N" to backout-full.
           perform start-run-scan.
           perform gather-one-posting
               until eof-switch is equal to zero.

      *> position the journal at the run's first posting
       start-run-scan.
           move bko-date to jrn-run-date.
           move bko-time to jrn-run-time.
           move bko-file to jrn-file.
           move zero to jrn-seq.
           move 1 to eof-switch.
           start journal-file key is not less than jrn-key
               invalid key move zero to eof-switch
           end-start.
           if eof-switch is not equal to zero
               perform read-run-posting
           end-if.

      *> read the next posting, ending the scan at the run's last
       read-run-posting.
           read journal-file next record
               at end move zero to eof-switch
           end-read.
           if eof-switch is not equal to zero
               if jrn-run-date is not equal to bko-date
                   or jrn-run-time is not equal to bko-time
                   or jrn-file is not equal to bko-file
                   move zero to eof-switch
               end-if
           end-if.

       gather-one-posting.
           add 1 to count-read.
           if jrn-status is equal to "B"
               add 1 to count-backed
               move jrn-backed-out to backed-out-on
           end-if.
           move zero to bo-slot.
           perform varying bo-idx from 1 by 1 until bo-idx is
               greater than backout-count
               if bo-numeral(bo-idx) is equal to jrn-numeral
                   move bo-idx to bo-slot
               end-if
           end-perform.
           if bo-slot is equal to zero
               if backout-count is less than 5000
                   add 1 to backout-count
                   move backout-count to bo-slot
                   move jrn-numeral to bo-numeral(bo-slot)
                   move zero to bo-count(bo-slot)
                   move jrn-created to bo-created(bo-slot)
                   move jrn-prior-last to bo-prior-last(bo-slot)
                   move "N" to bo-later(bo-slot)
               else
                   move "Y" to backout-full
               end-if
           end-if.
           if bo-slot is not equal to zero
               add jrn-count to bo-count(bo-slot)
           end-if.
           perform read-run-posting.

      *> the operator confirms before the master is touched, then the
      *> numerals are undone one by one and the journal marked
       confirm-and-back-out.
           move count-read to out-count-1.
           move backout-count to out-count-2.
           display "  POSTINGS: " out-count-1 "  NUMERALS: "
               out-count-2.
           display "Back these postings out of ROMASTER.DAT? "
               "(Y = back out): ".
           move spaces to bko-answer.
           accept bko-answer.
           if bko-answer(1:1) is not equal to "Y"
               and bko-answer(1:1) is not equal to "y"
               display "Nothing backed out"
           else
               perform note-later-postings
               open i-o master-file
               if master-file-status is not equal to "00"
                   display "Conversion master ROMASTER.DAT "
                       "unavailable (status " master-file-status ")"
               else
                   accept today-date from date yyyymmdd
                   open output backout-listing-file
                   write backout-listing-record
                       from output-underline-1
                   write backout-listing-record
                       from output-backout-title
                   write backout-listing-record
                       from output-underline-1
                   move bko-date to out-bk-date
                   move bko-time to out-bk-time
                   move bko-file to out-bk-file
                   write backout-listing-record
                       from output-backout-run
                   write backout-listing-record
                       from output-backout-heading
                   display output-backout-heading
                   move zero to count-purged
                   move zero to count-reduced
                   move zero to count-short
                   perform backout-one-numeral
                       varying bo-idx from 1 by 1
                       until bo-idx is greater than backout-count
                   close master-file
                   perform start-run-scan
                   perform mark-one-posting
                       until eof-switch is equal to zero
                   move count-purged to out-bt-deleted
                   move count-reduced to out-bt-reduced
                   move count-short to out-bt-short
                   write backout-listing-record
                       from output-backout-total
                   display output-backout-total
                   close backout-listing-file
                   display "Listing written to ROBKOUT.LST"
                   move "BACKOUT" to trail-action
                   move backout-count to trail-records
                   move spaces to trail-detail
                   string "RUN " delimited by size
                       bko-date delimited by size
                       " " delimited by size
                       bko-time delimited by size
                       " " delimited by size
                       bko-file delimited by space
                       into trail-detail
                   end-string
                   perform write-maint-trail
                   display "The input file stays on the processed-"
                       "file register - resubmit it as a "
                       "deliberate rerun"
               end-if
           end-if.

      *> scan the rest of the run's day on the journal for runs that
      *> posted the same numerals and have not been backed out -- the
      *> master's last-seen date is theirs as much as this run's, so
      *> it must not be put back from under them
       note-later-postings.
           move bko-date to jrn-run-date.
           move bko-time to jrn-run-time.
           move bko-file to jrn-file.
           move 999999 to jrn-seq.
           move 1 to eof-switch.
           start journal-file key is greater than jrn-key
               invalid key move zero to eof-switch
           end-start.
           if eof-switch is not equal to zero
               perform read-later-posting
           end-if.
           perform note-one-later-posting
               until eof-switch is equal to zero.

      *> read the next posting, ending the scan at the end of the day
       read-later-posting.
           read journal-file next record
               at end move zero to eof-switch
           end-read.
           if eof-switch is not equal to zero
               if jrn-run-date is not equal to bko-date
                   move zero to eof-switch
               end-if
           end-if.

       note-one-later-posting.
           if jrn-status is not equal to "B"
               perform varying bo-idx from 1 by 1 until bo-idx is
                   greater than backout-count
                   if bo-numeral(bo-idx) is equal to jrn-numeral
                       move "Y" to bo-later(bo-idx)
                   end-if
               end-perform
           end-if.
           perform read-later-posting.

      *> undo everything the run added to one numeral's master record
       backout-one-numeral.
           move bo-numeral(bo-idx) to out-b-numeral.
           move bo-count(bo-idx) to out-b-count.
           move bo-numeral(bo-idx) to master-numeral.
           read master-file
               invalid key
                   move "NOT ON MASTER - NOTHING TO UNDO"
                       to out-b-action
                   move zero to out-b-after
                   add 1 to count-short
               not invalid key
                   perform undo-master-posting
           end-read.
           display output-backout-line.
           write backout-listing-record from output-backout-line.

      *> a record the run created goes altogether unless later runs
      *> have posted to it since; otherwise the run's occurrences come
      *> off the count, and the last-seen date goes back to what it
      *> was when the run is the one that moved it and no later run
      *> that day still stands on the same numeral. a count already
      *> smaller than what the run added (a purge or rebuild since)
      *> is left alone for someone to look at
       undo-master-posting.
           if bo-created(bo-idx) is equal to "Y"
               and master-count is not greater than bo-count(bo-idx)
               delete master-file record
               move "DELETED - CREATED BY THE RUN" to out-b-action
               move zero to out-b-after
               add 1 to count-purged
           else if master-count is greater than bo-count(bo-idx)
               subtract bo-count(bo-idx) from master-count
               if bo-created(bo-idx) is equal to "N"
                   and master-last-seen is equal to bko-date
                   and bo-later(bo-idx) is equal to "N"
                   move bo-prior-last(bo-idx) to master-last-seen
                   move "COUNT REDUCED, LAST-SEEN RESTORED"
                       to out-b-action
               else
                   move "COUNT REDUCED" to out-b-action
               end-if
               rewrite master-record
               move master-count to out-b-after
               add 1 to count-reduced
           else
               move "COUNT SHORT - LEFT AS IT IS" to out-b-action
               move master-count to out-b-after
               add 1 to count-short
           end-if
           end-if.

      *> pass two: mark every posting of the run backed out
       mark-one-posting.
           move "B" to jrn-status.
           move today-date to jrn-backed-out.
           rewrite journal-record.
           perform read-run-posting.

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
           move "MASTER-MAINT" to mtr-program.
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
