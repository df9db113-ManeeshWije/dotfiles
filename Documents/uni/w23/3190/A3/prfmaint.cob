      *> This file contains the source code for the processing profile
      *> maintenance program, the companion servicing job to the roman
      *> numeral converter's PROFILE.DAT. The converter looks every
      *> input file up on the profile file -- by its whole name, then
      *> by the longest prefix it starts with -- and runs it under that
      *> feed's own mode, layout, reject tolerance and output options,
      *> falling back to the run parameters when no profile applies.
      *> This program adds, changes, deletes and lists the profiles.
      *> Every add, change and delete goes on the shared maintenance
      *> trail, MAINTLOG.TXT, under the operator id keyed at start-up.

       identification division.
       program-id. profile-maint.

       environment division.
           input-output section.
           file-control.
      *> the profile file the converter reads, declared exactly as the
      *> converter declares it apart from the access mode, which a
      *> full listing needs to be dynamic
           select profile-file assign to "PROFILE.DAT"
           organization is indexed
           access is dynamic
           record key is prf-key
           file status is profile-file-status.

      *> the printed profile listing
           select listing-file assign to "PROFILE.LST"
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
           fd profile-file.
               01 profile-record.
                   02 prf-key         pic x(30).
                   02 prf-match       pic x.
                   02 prf-desc        pic x(30).
                   02 prf-mode        pic x.
                   02 prf-layout      pic x.
                   02 prf-threshold   pic 9(3).
                   02 prf-export      pic x.
                   02 prf-sort        pic x.
                   02 prf-consolidate pic x.

           fd listing-file.
               01 listing-record  pic x(80).

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
           77 profile-file-status pic x(2).
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

      *> the profile key and the answers keyed at the console -- on a
      *> change a blank answer keeps the current setting
           01 key-profile   pic x(30).
           01 key-answer    pic x(30).
           77 profile-ok    pic x.
           77 count-read    pic s9(9) comp value zero.

      *> one profile formatted for the listing and the console
           01 output-profile-line.
               02 filler        pic x     value space.
               02 out-p-key     pic x(30).
               02 filler        pic x     value space.
               02 out-p-match   pic x.
               02 filler        pic x(3)  value "  M".
               02 out-p-mode    pic x.
               02 filler        pic x(3)  value "  L".
               02 out-p-layout  pic x.
               02 filler        pic x(3)  value "  T".
               02 out-p-threshold pic zz9.
               02 filler        pic x(3)  value "  E".
               02 out-p-export  pic x.
               02 filler        pic x(3)  value "  S".
               02 out-p-sort    pic x.
               02 filler        pic x(3)  value "  C".
               02 out-p-consolidate pic x.
           01 output-profile-desc.
               02 filler        pic x(5)  value spaces.
               02 out-p-desc    pic x(30).

           01 output-list-title.
               02 filler    pic x(28) value
               "  PROCESSING PROFILE LISTING".
           01 output-list-key.
               02 filler    pic x(40) value
               "  MATCH E/P  M=MODE  L=LAYOUT".
           01 output-list-key-2.
               02 filler    pic x(50) value
               "  T=TOLERANCE  E=EXPORT  S=SORT  C=CONSOLIDATE".
           01 output-underline-1.
               02 filler    pic x(30) value
               "------------------------------".
           01 output-list-total.
               02 filler    pic x(20) value
               "  PROFILES LISTED:  ".
               02 out-list-count pic z(8)9.

       procedure division.
           display "Processing profile maintenance for PROFILE.DAT".
           perform accept-operator-id
               until operator-id is not equal to spaces.
           perform maint-once
               until maint-function is equal to spaces.
       stop run.

      *> run one maintenance function chosen at the console -- the
      *> loop ends on a blank answer
       maint-once.
           display "Enter function (A = add profile, C = change "
               "profile, D = delete profile, L = list profiles, "
               "blank to end): ".
           accept maint-function.
           inspect maint-function converting
               "acdl" to "ACDL".
           if maint-function is equal to "A"
               perform add-profile
           else if maint-function is equal to "C"
               perform change-profile
           else if maint-function is equal to "D"
               perform delete-profile
           else if maint-function is equal to "L"
               perform list-profiles
           else if maint-function is not equal to spaces
               display "Unknown function: " maint-function
           end-if.

      *> open the profile file for update, creating it on first use
      *> the same way the converter creates its master
       open-profile-update.
           open i-o profile-file.
           if profile-file-status is equal to "35"
               open output profile-file
               close profile-file
               open i-o profile-file
           end-if.
           if profile-file-status is not equal to "00"
               display "Profile file PROFILE.DAT unavailable "
                   "(status " profile-file-status ")"
           end-if.

      *> key the file name or prefix a profile is held under
       accept-profile-key.
           display "Enter input file name, or the leading part of "
               "one for a prefix profile: ".
           move spaces to key-profile.
           accept key-profile.

       display-profile-record.
           move prf-key to out-p-key.
           move prf-match to out-p-match.
           move prf-mode to out-p-mode.
           move prf-layout to out-p-layout.
           move prf-threshold to out-p-threshold.
           move prf-export to out-p-export.
           move prf-sort to out-p-sort.
           move prf-consolidate to out-p-consolidate.
           move prf-desc to out-p-desc.
           display output-profile-line.
           display output-profile-desc.

      *> add a profile: every setting is asked for, starting from the
      *> converter's own defaults, so a blank answer leaves a setting
      *> as the converter would run it with no parameters at all
       add-profile.
           perform accept-profile-key.
           if key-profile is equal to spaces
               display "Profile key is required - nothing added"
           else
               move key-profile to prf-key
               move "E" to prf-match
               move spaces to prf-desc
               move "R" to prf-mode
               move "P" to prf-layout
               move 100 to prf-threshold
               move "N" to prf-export
               move "N" to prf-sort
               move "N" to prf-consolidate
               perform accept-profile-settings
               if profile-ok is equal to "Y"
                   perform open-profile-update
                   if profile-file-status is equal to "00"
                       write profile-record
                           invalid key
                               display "Profile already on file - "
                                   "use C to change it"
                           not invalid key
                               display "Added:"
                               perform display-profile-record
                               move "ADD" to trail-action
                               perform trail-profile-action
                       end-write
                       close profile-file
                   end-if
               end-if
           end-if.

      *> change a profile's settings -- each is shown with its current
      *> value and kept on a blank answer
       change-profile.
           perform accept-profile-key.
           if key-profile is not equal to spaces
               perform open-profile-update
               if profile-file-status is equal to "00"
                   move key-profile to prf-key
                   read profile-file
                       invalid key
                           display "NO SUCH PROFILE: "
                               function trim(key-profile)
                       not invalid key
                           perform display-profile-record
                           perform accept-profile-settings
                           if profile-ok is equal to "Y"
                               rewrite profile-record
                               display "Changed:"
                               perform display-profile-record
                               move "CHANGE" to trail-action
                               perform trail-profile-action
                           end-if
                   end-read
                   close profile-file
               end-if
           end-if.

      *> delete a profile -- files it covered fall back to a shorter
      *> prefix profile, or to the run parameters
       delete-profile.
           perform accept-profile-key.
           if key-profile is not equal to spaces
               perform open-profile-update
               if profile-file-status is equal to "00"
                   move key-profile to prf-key
                   read profile-file
                       invalid key
                           display "NO SUCH PROFILE: "
                               function trim(key-profile)
                       not invalid key
                           perform display-profile-record
                           delete profile-file record
                           display "Deleted"
                           move "DELETE" to trail-action
                           perform trail-profile-action
                   end-read
                   close profile-file
               end-if
           end-if.

      *> ask for every setting in turn, the current value shown in
      *> the prompt -- an answer outside the codes the converter
      *> takes abandons the add or change rather than storing it
       accept-profile-settings.
           move "Y" to profile-ok.

           display "Match (E = exact file name, P = prefix) ["
               prf-match "]: ".
           move spaces to key-answer.
           accept key-answer.
           inspect key-answer converting "ep" to "EP".
           if key-answer is not equal to spaces
               if key-answer(1:1) is equal to "E"
                   or key-answer(1:1) is equal to "P"
                   move key-answer(1:1) to prf-match
               else
                   move "N" to profile-ok
               end-if
           end-if.

           display "Description [" function trim(prf-desc) "]: ".
           move spaces to key-answer.
           accept key-answer.
           if key-answer is not equal to spaces
               move key-answer to prf-desc
           end-if.

           display "Mode (R = Roman, D = Decimal, L = Lenient, "
               "A = Arithmetic, C = Calendar date) [" prf-mode "]: ".
           move spaces to key-answer.
           accept key-answer.
           inspect key-answer converting "rdlac" to "RDLAC".
           if key-answer is not equal to spaces
               if key-answer(1:1) is equal to "R"
                   or key-answer(1:1) is equal to "D"
                   or key-answer(1:1) is equal to "L"
                   or key-answer(1:1) is equal to "A"
                   or key-answer(1:1) is equal to "C"
                   move key-answer(1:1) to prf-mode
               else
                   move "N" to profile-ok
               end-if
           end-if.

           display "Layout (P = plain, S = structured) ["
               prf-layout "]: ".
           move spaces to key-answer.
           accept key-answer.
           inspect key-answer converting "ps" to "PS".
           if key-answer is not equal to spaces
               if key-answer(1:1) is equal to "P"
                   or key-answer(1:1) is equal to "S"
                   move key-answer(1:1) to prf-layout
               else
                   move "N" to profile-ok
               end-if
           end-if.

           display "Reject tolerance in whole percent (100 = no "
               "limit) [" prf-threshold "]: ".
           move spaces to key-answer.
           accept key-answer.
           if key-answer is not equal to spaces
               if function trim(key-answer) is numeric
                   and function numval(function trim(key-answer))
                       is less than 101
                   move function numval(function trim(key-answer))
                       to prf-threshold
               else
                   move "N" to profile-ok
               end-if
           end-if.

           display "Export file (Y/N) [" prf-export "]: ".
           move spaces to key-answer.
           accept key-answer.
           inspect key-answer converting "yn" to "YN".
           if key-answer is not equal to spaces
               if key-answer(1:1) is equal to "Y"
                   or key-answer(1:1) is equal to "N"
                   move key-answer(1:1) to prf-export
               else
                   move "N" to profile-ok
               end-if
           end-if.

           display "Sorted report (N = input order, A = ascending, "
               "D = descending, R = by numeral) [" prf-sort "]: ".
           move spaces to key-answer.
           accept key-answer.
           inspect key-answer converting "nadr" to "NADR".
           if key-answer is not equal to spaces
               if key-answer(1:1) is equal to "N"
                   or key-answer(1:1) is equal to "A"
                   or key-answer(1:1) is equal to "D"
                   or key-answer(1:1) is equal to "R"
                   move key-answer(1:1) to prf-sort
               else
                   move "N" to profile-ok
               end-if
           end-if.

           display "Consolidate (Y/N) [" prf-consolidate "]: ".
           move spaces to key-answer.
           accept key-answer.
           inspect key-answer converting "yn" to "YN".
           if key-answer is not equal to spaces
               if key-answer(1:1) is equal to "Y"
                   or key-answer(1:1) is equal to "N"
                   move key-answer(1:1) to prf-consolidate
               else
                   move "N" to profile-ok
               end-if
           end-if.

           if profile-ok is equal to "N"
               display "An answer was not one of the codes offered "
                   "- profile not saved"
           end-if.

      *> record a profile change on the maintenance trail, with the
      *> settings the profile was left with (or had, on a delete)
       trail-profile-action.
           move 1 to trail-records.
           move spaces to trail-detail.
           string "PROFILE " delimited by size
               prf-key delimited by space
               " M" delimited by size
               prf-mode delimited by size
               " L" delimited by size
               prf-layout delimited by size
               " T" delimited by size
               prf-threshold delimited by size
               into trail-detail
           end-string.
           perform write-maint-trail.

      *> print every profile to the console and to PROFILE.LST
       list-profiles.
           open input profile-file.
           if profile-file-status is not equal to "00"
               display "Profile file PROFILE.DAT unavailable "
                   "(status " profile-file-status ")"
           else
               open output listing-file
               write listing-record from output-underline-1
               write listing-record from output-list-title
               write listing-record from output-underline-1
               write listing-record from output-list-key
               write listing-record from output-list-key-2
               move zero to count-read
               move 1 to eof-switch
               move low-values to prf-key
               start profile-file key is not less than prf-key
                   invalid key move zero to eof-switch
               end-start
               if eof-switch is not equal to zero
                   read profile-file next record
                       at end move zero to eof-switch
                   end-read
               end-if
               perform list-one-profile
                   until eof-switch is equal to zero
               move count-read to out-list-count
               write listing-record from output-list-total
               display output-list-total
               close listing-file
               close profile-file
               display "Listing written to PROFILE.LST"
           end-if.

       list-one-profile.
           add 1 to count-read.
           perform display-profile-record.
           write listing-record from output-profile-line.
           write listing-record from output-profile-desc.
           read profile-file next record
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
           move "PROFILE-MAINT" to mtr-program.
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
