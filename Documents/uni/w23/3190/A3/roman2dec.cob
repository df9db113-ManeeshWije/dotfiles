           organization is line sequential
           file status is audit-file-status.

      *> permanent log of the conditions that cost a run data it
      *> should have recorded -- a file unavailable, an update lost,
      *> a table overflowed -- so an unattended run that came out
      *> short says so somewhere other than a console nobody watched
           select excplog-file assign to "EXCPLOG.TXT"
           organization is line sequential
           file status is excplog-file-status.

      *> indexed conversion master, keyed on the canonical numeral
      *> with the decimal value as an alternate key so an inquiry can
      *> come in from either direction -- holds every result the
           record key is item-ref-id
           file status is itemref-file-status.

      *> indexed processing profiles, keyed on an input file name or
      *> on a leading part of one -- each feed's own mode, layout,
      *> reject tolerance and output options, so one control file can
      *> carry every feed and each still runs the way it should
           select profile-file assign to "PROFILE.DAT"
           organization is indexed
           access is random
           record key is prf-key
           file status is profile-file-status.

      *> indexed register of every input file successfully processed,
      *> keyed on the identity the file carries -- its HDR file id
      *> and create date, or failing a header its name, record count
      *> and content hash -- so a resent file or a rerun scheduler
      *> step is refused instead of posted a second time
           select register-file assign to "PROCREG.DAT"
           organization is indexed
           access is random
           record key is reg-key
           file status is register-file-status.

      *> indexed journal of every posting made to the master, keyed
      *> on the run's date and time stamp, the input file and the
      *> posting's sequence within it -- master-maint reads it back
      *> to take one bad run's postings off the master again without
      *> a restore that would lose everybody else's runs
           select journal-file assign to "MSTJRNL.DAT"
           organization is indexed
           access is random
           record key is jrn-key
           file status is journal-file-status.

      *> indexed item history, keyed on item id, the run's date and
      *> time stamp and the input file -- every run's rollup by item
      *> is kept here for good, so the trend report can set one
      *> period's quantities and values against another's
           select history-file assign to "ITEMHIST.DAT"
           organization is indexed
           access is random
           record key is ihs-key
           file status is history-file-status.

      *> the maintenance trail shared by the converter and all its
      *> servicing jobs -- every destructive or manual action is
      *> appended with who took it, from which program, and how many
      *> records it touched
           select trail-file assign to "MAINTLOG.TXT"
           organization is line sequential
           file status is trail-file-status.

       data division.
           file section.
           fd input-file.
                   02 master-last-seen  pic 9(8).
                   02 master-count      pic 9(9).

      *> orj-status is O while the reject is outstanding, C once a
      *> resubmission converts it, and W when it is written off at
      *> the queue maintenance program -- the quantity rides along so
      *> a lost .REJ file can be rebuilt from the queue, and the
      *> disposition code and comment say why a write-off was made
           fd openrej-file.
               01 openrej-record.
                   02 orj-key.
                   02 orj-opened  pic 9(8).
                   02 orj-closed  pic 9(8).
                   02 orj-status  pic x.
                   02 orj-qty     pic x(5).
                   02 orj-disposition pic x(4).
                   02 orj-comment pic x(40).

           fd itemref-file.
               01 item-ref-record.
                   02 item-ref-desc   pic x(30).
                   02 item-ref-active pic x.

      *> prf-match is E when the key is a whole file name and P when
      *> it is a prefix any file name starting with it falls under;
      *> the option fields hold the same codes the parameter file
      *> takes, and prf-threshold the tolerance in whole percent
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

      *> reg-type is H for a file registered under its HDR file id
      *> (reg-ident) and create date (reg-stamp), and N for one
      *> registered under its name, record count and content hash;
      *> the rest says when it was processed, how it came out, and
      *> how many deliberate reruns have been let through since
           fd register-file.
               01 register-record.
                   02 reg-key.
                       03 reg-type    pic x.
                       03 reg-ident   pic x(30).
                       03 reg-stamp   pic x(8).
                       03 reg-count   pic 9(9).
                       03 reg-hash    pic 9(12).
                   02 reg-file    pic x(30).
                   02 reg-date    pic 9(8).
                   02 reg-time    pic 9(8).
                   02 reg-valid   pic 9(9).
                   02 reg-error   pic 9(9).
                   02 reg-reruns  pic 9(4).

      *> jrn-created is Y when the posting wrote the master record for
      *> the first time, and jrn-prior-last holds the last-seen date
      *> the record carried before the posting (zero when created);
      *> jrn-status is blank while the posting stands and B once
      *> master-maint has backed it out, on the jrn-backed-out date
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

      *> one item's rollup from one run: its total quantity and
      *> extended value over the file, with the description the
      *> reference carried at the time
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

           fd audit-file.
               01 audit-record.
                   02 aud-filename pic x(30).
                   02 filler       pic x(2)  value spaces.
                   02 aud-balance  pic x(8).

      *> one exception: the input file it arose on, when, E (data was
      *> not recorded, graded into the return code) or W (noted only),
      *> the condition's type code, the file status where one applies,
      *> and what it cost the run
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
      *> space for reading in the file, sized to match fd input-file's
      *> record -- only the leading 25-byte numeral field is converted
               02 ina-num-2   pic x(25).
               02 filler      pic x(29).

      *> calendar-date layout view of an input record, for the
      *> historical-documents team's dates written the Roman way: the
      *> day as written ("A.D. III NON. MAR.", "KAL. IAN.", "PRID.
      *> ID. OCT."), the era the year is counted in -- AUC, AD, or
      *> the code of the reign a regnal year belongs to -- and the
      *> year itself as a numeral
           01 input-calendar-view redefines input-data-record.
               02 inc-day-text pic x(25).
               02 inc-era      pic x(5).
               02 inc-year     pic x(25).
               02 filler       pic x(25).

      *> control-record view of an input record: a file may open
      *> with an HDR record naming it and close with a TRL record
      *> carrying the counts it should balance to -- files without
               02 out-ph-file pic x(30).
               02 filler    pic x(7)  value "  PAGE ".
               02 out-ph-page pic zzz9.
               02 out-ph-trial pic x(11).

      *> variable to indicate end of file
           77 eof-switch    pic 9   value 1.
               "RJ12RESULT NOT POSITIVE".
               02 filler    pic x(28) value
               "RJ13INVALID OPERATION".
               02 filler    pic x(28) value
               "RJ14INVALID CALENDAR DATE".
               02 filler    pic x(28) value
               "RJ15DAY NOT IN MONTH".
               02 filler    pic x(28) value
               "RJ16UNKNOWN YEAR ERA".
               02 filler    pic x(28) value
               "RJ17YEAR OUTSIDE REIGN".
           01 reject-reason-table redefines reject-reason-values.
               02 rj-entry  occurs 17 times.
                   03 rj-code   pic x(4).
                   03 rj-text   pic x(24).

      *> per-reason reject counts for the reconciliation trailer
           01 reject-reason-counts.
               02 rj-count  pic s9(6) comp occurs 17 times.

           77 rj-idx         pic s9(2) comp.
           77 reject-reason  pic s9(2) comp value zero.
                   03 bt-error   pic s9(6) comp.
                   03 bt-total   pic s9(13) comp.
                   03 bt-balance pic x(8).
                   03 bt-profile pic x(30).
                   03 bt-mode    pic x.
                   03 bt-layout  pic x.
           77 batch-file-count  pic s9(4) comp value zero.
           77 batch-table-full  pic x   value "N".
           77 bt-idx            pic s9(4) comp.
           01 output-batch-title.
               02 filler    pic x(17) value "  BATCH SUMMARY  ".
               02 out-bs-ctl pic x(30).
               02 out-bs-trial pic x(11).
           01 output-batch-line.
               02 filler    pic x     value space.
               02 out-bs-name pic x(30).
               02 filler    pic x(25) value
               "  TOLERANCE TRIPPED BY:  ".
               02 out-bs-tripped pic x(30).
           01 output-batch-profile.
               02 filler    pic x(12) value "    PROFILE ".
               02 out-bs-profile pic x(30).
               02 filler    pic x(7)  value "  MODE ".
               02 out-bs-mode pic x.
               02 filler    pic x(9)  value "  LAYOUT ".
               02 out-bs-layout pic x.

      *> machine-readable reject file name, built from userFile
           01 rejectFile    pic x(30).
           01 parm-key             pic x(12).
           01 parm-value           pic x(60).

      *> processing profile support: the options as the operator or
      *> parameter file gave them, kept aside so every file starts
      *> from them before its own profile (if it has one) is laid
      *> over the top, and the profile each file ran under
           77 profile-file-status  pic x(2).
           77 profile-usable       pic x   value "N".
           77 profile-found        pic x   value "N".
           77 prf-len              pic s9(4) comp.
           01 applied-profile      pic x(30).
           77 run-conv-mode        pic x.
           77 run-record-layout    pic x.
           77 run-error-rate-limit pic s9(4) comp.
           77 run-export-option    pic x.
           77 run-sort-option      pic x.
           77 run-consolidate-option pic x.
           77 run-reject-input     pic x.

      *> processed-file register support: the identity of the file
      *> about to run, taken by a pass over it before it is
      *> converted, whether it was refused as already processed, and
      *> whether the operator or the parameter file said a repeat is
      *> a deliberate rerun
           77 register-file-status pic x(2).
           77 register-usable      pic x   value "N".
           77 file-refused         pic x   value "N".
           77 rerun-override       pic x   value "N".
           77 rerun-option         pic x   value "N".
           01 rerun-answer         pic x(4).
           01 scan-key.
               02 scan-type        pic x.
               02 scan-ident       pic x(30).
               02 scan-stamp       pic x(8).
               02 scan-count       pic 9(9).
               02 scan-hash        pic 9(12).
           77 scan-eof-switch      pic 9.
           77 scan-header          pic x.
           77 scan-pos             pic s9(4) comp.

      *> Y when parameters came from a file -- every console accept,
      *> including the interactive-correction loop, is suppressed so
      *> the job runs start-to-finish with nobody at the console
           77 batch-mode           pic x   value "N".

      *> Y on a trial run -- the file is converted, validated and
      *> reported in full, but nothing is posted: the master and the
      *> register are only read, and the journal, the open-rejects
      *> queue, the item history, the audit log, the checkpoint and
      *> the export are left alone
           77 trial-run            pic x   value "N".
           01 trial-answer         pic x(4).

      *> run date/time stamp for the audit log
           77 run-date             pic 9(8).
           77 run-time             pic 9(8).
           77 audit-file-status    pic x(2).

      *> the exception about to go on the exceptions log
           77 excplog-file-status  pic x(2).
           01 excp-type            pic x(8).
           77 excp-severity        pic x.
           01 excp-status          pic x(2).
           01 excp-message         pic x(50).

      *> the operator running this session, and the action about to
      *> go on the maintenance trail
           01 operator-id   pic x(8)  value spaces.
           77 trail-file-status pic x(2).
           01 trail-action  pic x(10).
           77 trail-records pic s9(9) comp.
           01 trail-detail  pic x(50).
           77 trail-recno   pic 9(9).
           77 input-file-status    pic x(2).

      *> conversion master support -- when the master cannot be
           01 master-work-numeral  pic x(25).
           77 master-work-value    pic s9(9) comp.

      *> master posting journal support -- the time stamp the run's
      *> postings are journalled under, their sequence within the
      *> file, and what the posting just made did to the master
      *> record; an unusable journal never stops the master posting
           77 journal-file-status  pic x(2).
           77 journal-usable       pic x   value "N".
           77 journal-run-time     pic 9(8).
           77 journal-seq          pic s9(6) comp.
           77 posting-count        pic s9(9) comp.
           77 posting-created      pic x.
           77 posting-prior-last   pic 9(8).

      *> open-rejects queue support -- resilient the same way the
      *> master is, so a damaged queue never stops a conversion.
      *> orig-file-name is the file the reject first came from: the
           77 ir-idx               pic s9(4) comp.
           77 ir-slot              pic s9(4) comp.

      *> item history support -- the rollup is posted under the same
      *> run date and time stamp the master postings are journalled
      *> under, so the history and the journal name a run alike
           77 history-file-status  pic x(2).
           77 history-usable       pic x   value "N".

      *> rollup section heading and detail line for the report
           01 output-rollup-title.
               02 filler    pic x(26) value
           77 cmp-recs-known pic s9(9) comp.
           77 cmp-distinct   pic s9(9) comp.

      *> operator's console key for an inquiry against the master,
      *> and how many lookups the session made
           01 inquiry-key          pic x(25).
           77 inquiry-count        pic s9(9) comp value zero.

      *> master record displayed back to an inquiry
           01 output-master-line.
               02 out-m-count   pic z(8)9.

      *> graded return code for the scheduler: 0 = clean, 4 = rejects
      *> present, 6 = a file refused as already processed, 8 = reject
      *> rate over the tolerance, a control-total failure, or data the
      *> run could not record (see EXCPLOG.TXT), 12 = file or open
      *> failure -- the severest grade seen anywhere in the run is
      *> what the job ends with
           77 run-rc               pic s9(4) comp value zero.
           77 rc-grade             pic s9(4) comp value zero.

           77 userfile-len         pic s9(4) comp.

      *> conversion mode: R = roman numeral to decimal, D = decimal to roman
      *> -- with L = lenient roman, A = roman arithmetic, C = roman
      *> calendar dates, and I = a master inquiry session
           01 conv-mode     pic x   value "R".

      *> arithmetic-mode working fields: the two operands and the
               02 filler    pic x(28) value "OPERAND 2".
               02 filler    pic x(9)  value "    VALUE".

      *> calendar-mode working fields: the day as written taken apart
      *> into its words, the count back to the marker day (counted
      *> inclusively, the Roman way, so the marker day itself is one
      *> and the day before it two), which marker -- K(alends),
      *> N(ones) or I(des) -- of which month, the year as an
      *> astronomical year on the Julian calendar (1 BC is year 0),
      *> and the modern date it comes to with its Julian day number,
      *> which orders dates chronologically across the BC/AD change
           01 cal-text       pic x(25).
           01 cal-token-area.
               02 cal-token  pic x(12) occurs 6 times.
           77 cal-tok-idx    pic s9(2) comp.
           77 cal-count      pic s9(4) comp.
           77 cal-bis        pic x.
           77 cal-marker     pic x.
           77 cal-month      pic s9(2) comp.
           77 cal-day        pic s9(2) comp.
           77 cal-out-month  pic s9(2) comp.
           77 cal-nones      pic s9(2) comp.
           77 cal-ides       pic s9(2) comp.
           77 cal-prev-len   pic s9(2) comp.
           77 cal-prev-ides  pic s9(2) comp.
           77 cal-max-count  pic s9(2) comp.
           77 cal-year-value pic s9(9) comp.
           77 cal-astro-year pic s9(9) comp.
           77 cal-leap       pic x.
           77 cal-jdn        pic s9(9) comp.
           77 cal-work-1     pic s9(9) comp.
           77 cal-work-2     pic s9(9) comp.
           77 cal-work-3     pic s9(9) comp.
           77 cm-idx         pic s9(2) comp.
           77 cr-idx         pic s9(2) comp.
           77 cr-slot        pic s9(2) comp.
           01 cal-era        pic x(5).
           01 cal-year-text  pic x(25).
           01 cal-modern     pic x(13).
           01 cal-dd         pic 99.
           01 cal-mm         pic 99.
           01 cal-yyyy       pic 9(4).
           01 cal-bc-ad      pic x(2).

      *> month names as the team writes them -- the first three
      *> letters of the Latin or the English name, with the old
      *> Quinctilis and Sextilis for July and August
           01 cal-month-values.
               02 filler    pic x(5) value "IAN01".
               02 filler    pic x(5) value "JAN01".
               02 filler    pic x(5) value "FEB02".
               02 filler    pic x(5) value "MAR03".
               02 filler    pic x(5) value "APR04".
               02 filler    pic x(5) value "MAI05".
               02 filler    pic x(5) value "MAY05".
               02 filler    pic x(5) value "IUN06".
               02 filler    pic x(5) value "JUN06".
               02 filler    pic x(5) value "IUL07".
               02 filler    pic x(5) value "JUL07".
               02 filler    pic x(5) value "QUI07".
               02 filler    pic x(5) value "AUG08".
               02 filler    pic x(5) value "SEX08".
               02 filler    pic x(5) value "SEP09".
               02 filler    pic x(5) value "OCT10".
               02 filler    pic x(5) value "NOV11".
               02 filler    pic x(5) value "DEC12".
           01 cal-month-table redefines cal-month-values.
               02 cm-entry  occurs 18 times.
                   03 cm-name   pic x(3).
                   03 cm-number pic 99.

      *> days in each month of a common year
           01 cal-length-values pic x(24) value
               "312831303130313130313031".
           01 cal-length-table redefines cal-length-values.
               02 cl-days   pic 99 occurs 12 times.

      *> reigns a regnal year may be dated by: the code, the year
      *> (astronomical, signed) the reign's first regnal year fell
      *> in, and how many calendar years the reign touched -- a
      *> regnal year is counted from the accession year as year one
           01 cal-reign-values.
               02 filler    pic x(11) value "AUG-0026041".
               02 filler    pic x(11) value "TIB+0014024".
               02 filler    pic x(11) value "GAI+0037005".
               02 filler    pic x(11) value "CLA+0041014".
               02 filler    pic x(11) value "NER+0054015".
               02 filler    pic x(11) value "VES+0069011".
               02 filler    pic x(11) value "TIT+0079003".
               02 filler    pic x(11) value "DOM+0081016".
               02 filler    pic x(11) value "NRV+0096003".
               02 filler    pic x(11) value "TRA+0098020".
               02 filler    pic x(11) value "HAD+0117022".
               02 filler    pic x(11) value "ANT+0138024".
               02 filler    pic x(11) value "MAR+0161020".
               02 filler    pic x(11) value "COM+0180013".
           01 cal-reign-table redefines cal-reign-values.
               02 cr-entry  occurs 14 times.
                   03 cr-code      pic x(3).
                   03 cr-sign      pic x.
                   03 cr-accession pic 9(4).
                   03 cr-span      pic 9(3).

      *> calendar-mode report row: the date as written, its era and
      *> year, the modern date and the Julian day number
           01 output-calendar-record.
               02 filler     pic x     value space.
               02 out-c-day  pic x(25).
               02 filler     pic x     value space.
               02 out-c-era  pic x(5).
               02 out-c-year pic x(14).
               02 filler     pic x     value space.
               02 out-c-date pic x(13).
               02 out-c-jdn  pic z(8)9.

      *> calendar-mode column headings, lined up with the row
           01 output-calendar-headings.
               02 filler    pic x(27) value " ROMAN DATE".
               02 filler    pic x(20) value "ERA  YEAR".
               02 filler    pic x(13) value "MODERN DATE".
               02 filler    pic x(9)  value "  DAY NO.".

      *> table used to build a roman numeral from a decimal value
           01 roman-value-values.
               02 filler    pic x(6) value "1000M ".
           if parameterFile is not equal to spaces
               move "Y" to batch-mode
               perform read-parameter-file
               if operator-id is equal to spaces
                   move "BATCH" to operator-id
               end-if
           else
               perform accept-operator-id
                   until operator-id is not equal to spaces
               display "Enter conversion mode (R = Roman to Decimal, "
                   "D = Decimal to Roman, L = Lenient Roman, "
                   "A = Roman Arithmetic, C = Roman Calendar Date, "
                   "I = Master Inquiry): "
               accept conv-mode
               if conv-mode is equal to "D" or conv-mode is equal
                   to "d"
               else if conv-mode is equal to "A" or conv-mode is
                   equal to "a"
                   move "A" to conv-mode
               else if conv-mode is equal to "C" or conv-mode is
                   equal to "c"
                   move "C" to conv-mode
               else if conv-mode is equal to "I" or conv-mode is
                   equal to "i"
                   move "I" to conv-mode
               end-if
               end-if
               end-if
               end-if

      *> an inquiry session needs no file names or restart point, so
      *> the remaining prompts only apply to a conversion run
                       move "N" to consolidate-option
                   end-if

                   display "Trial run? (Y = convert, validate and "
                       "report only - nothing is posted): "
                   move spaces to trial-answer
                   accept trial-answer
                   if trial-answer(1:1) is equal to "Y" or
                       trial-answer(1:1) is equal to "y"
                       move "Y" to trial-run
                   end-if

                   display "Enter name of a control file listing "
                       "multiple input files, or press ENTER to "
                       "process one file: "
               stop run
           end-if.

      *> the options as given become the run parameters every file
      *> falls back to, and the profile file is opened once for the
      *> whole run -- without one, every file runs on the run
      *> parameters exactly as before
           move conv-mode to run-conv-mode.
           move record-layout to run-record-layout.
           move error-rate-limit to run-error-rate-limit.
           move export-option to run-export-option.
           move sort-option to run-sort-option.
           move consolidate-option to run-consolidate-option.
           move reject-input to run-reject-input.
           perform open-profile.
           if trial-run is equal to "Y"
               move "  TRIAL RUN" to out-ph-trial
               move "  TRIAL RUN" to out-bs-trial
               display "TRIAL RUN - FILES ARE CONVERTED AND REPORTED "
                   "BUT NOTHING IS POSTED"
           end-if.

      *> a resume record number applies to a single input-file; it
      *> cannot be honoured across a whole batch of files without
      *> skipping that many records off the front of every file in
               close control-file
               perform write-batch-summary
           end-if.
           if profile-usable is equal to "Y"
               close profile-file
           end-if.

      *> hand the scheduler the severest grade the run earned, so
      *> downstream jobs can tell a clean run from a dirty one
                   else if parm-value(1:1) is equal to "A" or
                       parm-value(1:1) is equal to "a"
                       move "A" to conv-mode
                   else if parm-value(1:1) is equal to "C" or
                       parm-value(1:1) is equal to "c"
                       move "C" to conv-mode
                   else if parm-value(1:1) is equal to "I" or
                       parm-value(1:1) is equal to "i"
                       move "I" to conv-mode
                   else
                       move "N" to reject-input
                   end-if
               else if parm-key is equal to "RERUN"
                   if parm-value(1:1) is equal to "Y" or
                       parm-value(1:1) is equal to "y"
                       move "Y" to rerun-option
                   else
                       move "N" to rerun-option
                   end-if
               else if parm-key is equal to "OPERATOR"
                   move parm-value to operator-id
                   inspect operator-id converting
                       "abcdefghijklmnopqrstuvwxyz" to
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
               else if parm-key is equal to "TRIAL"
                   if parm-value(1:1) is equal to "Y" or
                       parm-value(1:1) is equal to "y"
                       move "Y" to trial-run
                   else
                       move "N" to trial-run
                   end-if
               else
                   display "Unknown parameter ignored: "
                       function trim(parm-work-record)
               end-if
               end-if
               end-if
           end-if.

           read parameter-file into parm-work-record
               at end move zero to parm-eof-switch
           end-read.

      *> open the profile file for the run -- like the item reference
      *> it is reference data this program never writes, so a missing
      *> file is not created: every file simply runs on the run
      *> parameters
       open-profile.
           move "N" to profile-usable.
           open input profile-file.
           if profile-file-status is equal to "00"
               move "Y" to profile-usable
           else
               if profile-file-status is not equal to "35"
                   display "Profile file PROFILE.DAT unavailable "
                       "(status " profile-file-status ") - every "
                       "file runs on the run parameters"
               end-if
           end-if.

      *> set the options for the file about to run: the run
      *> parameters first, then the file's own profile over them --
      *> an exact-name profile wins, then the longest prefix profile
      *> the name starts with
       apply-file-profile.
           move run-conv-mode to conv-mode.
           move run-record-layout to record-layout.
           move run-error-rate-limit to error-rate-limit.
           move run-export-option to export-option.
           move run-sort-option to sort-option.
           move run-consolidate-option to consolidate-option.
           move run-reject-input to reject-input.
           move spaces to applied-profile.
           move "N" to profile-found.
           if profile-usable is equal to "Y"
               and userFile is not equal to spaces
               compute userfile-len = function length(function
                   trim(userFile))
               perform try-profile-key
                   varying prf-len from userfile-len by -1
                   until prf-len is less than 1
                       or profile-found is equal to "Y"
           end-if.
           if profile-found is equal to "Y"
               move prf-key to applied-profile
               if prf-mode is equal to "R" or prf-mode is equal to "D"
                   or prf-mode is equal to "L"
                   or prf-mode is equal to "A"
                   or prf-mode is equal to "C"
                   move prf-mode to conv-mode
               end-if
               if prf-layout is equal to "P" or prf-layout is equal
                   to "S"
                   move prf-layout to record-layout
               end-if
               if prf-threshold is numeric
                   and prf-threshold is less than 101
                   move prf-threshold to error-rate-limit
               end-if
               if prf-export is equal to "Y" or prf-export is equal
                   to "N"
                   move prf-export to export-option
               end-if
               if prf-sort is equal to "N" or prf-sort is equal to "A"
                   or prf-sort is equal to "D"
                   or prf-sort is equal to "R"
                   move prf-sort to sort-option
               end-if
               if prf-consolidate is equal to "Y"
                   or prf-consolidate is equal to "N"
                   move prf-consolidate to consolidate-option
               end-if
               display "PROFILE " function trim(applied-profile)
                   " APPLIED TO " function trim(userFile)
           end-if.

      *> look up the leading prf-len characters of the file name --
      *> a prefix profile matches at any length, an exact-name
      *> profile only at the whole name
       try-profile-key.
           move spaces to prf-key.
           move userFile(1 : prf-len) to prf-key.
           read profile-file
               invalid key
                   continue
               not invalid key
                   if prf-match is equal to "P"
                       or prf-len is equal to userfile-len
                       move "Y" to profile-found
                   end-if
           end-read.

      *> runs the full open/read/close cycle for one userFile entry,
      *> then reads the next entry off the control file if one is in use
       process-one-file.
           perform apply-file-profile.
           move 1 to eof-switch.
           move zero to count-valid.
           move zero to count-error.
           move zero to count-merged.
           move zero to nt-count.
           move "N" to nt-full.
           move "N" to file-refused.
           move "N" to rerun-override.
           perform varying rj-idx from 1 by 1 until rj-idx is
               greater than 17
               move zero to rj-count(rj-idx)
           end-perform.

               move "N" to reject-input
           end-if.

      *> a calendar record carries its own day/era/year layout too,
      *> each date stands alone so there is nothing to merge, and
      *> its reject rows keep only the day as written -- the same
      *> three options fall away as in arithmetic mode
           if conv-mode is equal to "C"
               and record-layout is not equal to "P"
               display "Calendar records carry their own layout "
                   "- structured option ignored."
               move "P" to record-layout
           end-if.
           if conv-mode is equal to "C"
               and consolidate-option is equal to "Y"
               display "Consolidation does not apply to calendar "
                   "mode - records reported as read."
               move "N" to consolidate-option
           end-if.
           if conv-mode is equal to "C"
               and reject-input is equal to "Y"
               display "Calendar reject rows carry only the day as "
                   "written and cannot be resubmitted - reject "
                   "option ignored."
               move "N" to reject-input
           end-if.

      *> the export feeds the inventory loader, so a trial run that
      *> wrote one would post to it at one remove
           if trial-run is equal to "Y"
               and export-option is equal to "Y"
               display "Trial run - no export file is written."
               move "N" to export-option
           end-if.

           display output-underline-1
           display output-title-line
           display output-underline-1
               display output-lenient-headings
           else if conv-mode is equal to "A"
               display output-arith-headings
           else if conv-mode is equal to "C"
               display output-calendar-headings
           else
               if record-layout is equal to "S"
                   display output-struct-headings
               end-if
           end-if
           end-if
           end-if
           display output-underline-2

      *> a file that cannot be opened is graded as an open failure
               move 12 to rc-grade
               perform raise-return-code
           else
               perform check-file-register
               if file-refused is equal to "Y"
                   close input-file
                   perform refuse-processed-file
               else
                   perform process-file-body
                   perform register-processed-file
               end-if
           end-if.

           if controlFile is not equal to spaces
      *> opened successfully
       process-file-body.
           accept run-date from date yyyymmdd.
           accept journal-run-time from time.
           perform open-master.
           if trial-run is equal to "N"
               perform open-journal
           end-if.
           perform open-itemref.
           perform derive-orig-file-name.
           if trial-run is equal to "N"
               perform open-openrej
           end-if.
           open output report-file.
           open output reject-file.
           if sort-option is not equal to "N"
      *> break the reject count down by reason code so a bad supplier
      *> file can be classified without eyeballing every reject row
           perform varying rj-idx from 1 by 1 until rj-idx is
               greater than 17
               if rj-count(rj-idx) is greater than zero
                   move rj-code(rj-idx) to out-rj-code
                   move rj-text(rj-idx) to out-rj-text

           perform write-item-rollup.

           if trial-run is equal to "N"
               perform post-item-history
           end-if.

           perform write-master-comparison.

           perform verify-control-totals.
           if master-usable is equal to "Y"
               close master-file
           end-if.
           if journal-usable is equal to "Y"
               close journal-file
               move "N" to journal-usable
           end-if.
           if itemref-usable is equal to "Y"
               close itemref-file
               move "N" to itemref-usable
               move "N" to openrej-usable
           end-if.

           if trial-run is equal to "N"
               perform write-audit-log
           end-if.

      *> grade the file for the scheduler: any reject at all is worth
      *> noting, and a reject rate over the operator's tolerance
               move count-error to bt-error(batch-file-count)
               move total-v to bt-total(batch-file-count)
               move spaces to bt-balance(batch-file-count)
               move applied-profile to bt-profile(batch-file-count)
               move conv-mode to bt-mode(batch-file-count)
               move record-layout to bt-layout(batch-file-count)
               if input-file-status is not equal to "00"
                   move "NO OPEN" to bt-balance(batch-file-count)
               else if file-refused is equal to "Y"
                   move "REFUSED" to bt-balance(batch-file-count)
               else
                   if trailer-seen is equal to "Y"
                       or header-seen is equal to "Y"
                       end-if
                   end-if
               end-if
               end-if
           else
               if batch-table-full is equal to "N"
                   display "More than 100 files in the batch - "
                       "later ones are not on the batch summary"
                   move "BATOVFL" to excp-type
                   move "W" to excp-severity
                   move spaces to excp-status
                   move "OVER 100 FILES - NOT ON THE BATCH SUMMARY"
                       to excp-message
                   perform log-run-exception
                   move "Y" to batch-table-full
               end-if
           end-if.
                       move bt-balance(bt-idx) to out-bs-bal
                       write batch-summary-record from
                           output-batch-line
                       if bt-profile(bt-idx) is equal to spaces
                           move "(RUN PARAMETERS)" to out-bs-profile
                       else
                           move bt-profile(bt-idx) to out-bs-profile
                       end-if
                       move bt-mode(bt-idx) to out-bs-mode
                       move bt-layout(bt-idx) to out-bs-layout
                       write batch-summary-record from
                           output-batch-profile
                       add bt-valid(bt-idx) to batch-total-valid
                       add bt-error(bt-idx) to batch-total-error
                       add bt-total(bt-idx) to batch-total-v
                   move "BALANCED" to aud-balance
               end-if
           end-if.
           if file-refused is equal to "Y"
               move "REFUSED" to aud-balance
           end-if.

      *> open extend on a file that does not exist yet fails, so
      *> create it once and then reopen it for the append -- if even
               close audit-file
           end-if.

      *> a master, journal or queue that will not open costs the run
      *> data only in the modes that post to them -- arithmetic and
      *> calendar files never do, so there it is noted, not graded
       grade-posting-exception.
           if conv-mode is equal to "A" or conv-mode is equal to "C"
               move "W" to excp-severity
           else
               move "E" to excp-severity
           end-if.

      *> put one exception on the exceptions log against the file
      *> being processed, creating the log on first use the way the
      *> audit log is created, and grade an E into the return code --
      *> a trial run posts nothing, so its warnings stay on the console
       log-run-exception.
           if trial-run is equal to "N"
               move spaces to excplog-record
               move userFile to exl-file
               accept exl-date from date yyyymmdd
               accept exl-time from time
               move excp-severity to exl-severity
               move excp-type to exl-type
               move excp-status to exl-status
               move excp-message to exl-message
               open extend excplog-file
               if excplog-file-status is equal to "35"
                   open output excplog-file
                   close excplog-file
                   open extend excplog-file
               end-if
               if excplog-file-status is not equal to "00"
                   display "Run exceptions log EXCPLOG.TXT "
                       "unavailable (status " excplog-file-status
                       ") - " function trim(excp-type) " not logged"
               else
                   write excplog-record
                   close excplog-file
               end-if
               if excp-severity is equal to "E"
                   move 8 to rc-grade
                   perform raise-return-code
               end-if
           end-if.

      *> take the identity the file is registered under and look it
      *> up on the register -- a file already on it is refused unless
      *> the run says it is a deliberate rerun. the pass over the file
      *> leaves it positioned at its end, so it is reopened for the
      *> conversion proper
       check-file-register.
           perform scan-file-identity.
           close input-file.
           open input input-file.
           perform open-register.
           if register-usable is equal to "Y"
               move scan-key to reg-key
               read register-file
                   invalid key
                       continue
                   not invalid key
                       perform confirm-rerun
               end-read
               if file-refused is equal to "Y"
                   or trial-run is equal to "Y"
                   close register-file
                   move "N" to register-usable
               end-if
           end-if.

      *> a file opening with an HDR record that names it is known by
      *> that name and its create date; any other file is known by
      *> its own name, how many records it holds and a hash of every
      *> byte of them weighted by position, so the same name resent
      *> with different content is not mistaken for a repeat
       scan-file-identity.
           move spaces to scan-key.
           move zero to scan-count.
           move zero to scan-hash.
           move "N" to scan-header.
           move 1 to scan-eof-switch.
           read input-file into input-data-record
               at end move zero to scan-eof-switch
           end-read.
           if scan-eof-switch is not equal to zero
               and ctl-tag is equal to "HDR"
               perform split-control-record
               if ctl-token-2 is not equal to spaces
                   move "Y" to scan-header
               end-if
           end-if.
           if scan-header is equal to "Y"
               move "H" to scan-type
               move ctl-token-2 to scan-ident
               move ctl-token-3 to scan-stamp
           else
               perform hash-scan-record
                   until scan-eof-switch is equal to zero
               move "N" to scan-type
               move userFile to scan-ident
           end-if.

       hash-scan-record.
           add 1 to scan-count.
           perform varying scan-pos from 1 by 1 until scan-pos is
               greater than 80
               compute scan-hash = function mod(scan-hash +
                   function ord(input-data-record(scan-pos:1)) *
                   (scan-pos + scan-count), 999999999989)
           end-perform.
           read input-file into input-data-record
               at end move zero to scan-eof-switch
           end-read.

      *> open the register for the file about to run, creating it on
      *> first use -- when it cannot be opened the file converts
      *> unchecked, the same way a damaged master never stops the
      *> nightly loads
       open-register.
           move "N" to register-usable.
           if trial-run is equal to "Y"
               open input register-file
           else
               open i-o register-file
               if register-file-status is equal to "35"
                   open output register-file
                   close register-file
                   open i-o register-file
               end-if
           end-if.
           if register-file-status is equal to "00"
               move "Y" to register-usable
           else
               display "Processed-file register PROCREG.DAT "
                   "unavailable (status " register-file-status
                   ") - " function trim(userFile)
                   " not checked for a repeat"
               move "REGUNAV" to excp-type
               move "E" to excp-severity
               move register-file-status to excp-status
               move "FILE NOT CHECKED FOR A REPEAT OR REGISTERED"
                   to excp-message
               perform log-run-exception
           end-if.

      *> the file has been processed before: say when and under what
      *> name, then let it through only on a rerun the parameter file
      *> or the operator asked for
       confirm-rerun.
           display "FILE ALREADY PROCESSED ON " reg-date " AT "
               reg-time(1:4) " AS " function trim(reg-file).
      *> a trial run posts nothing, so it can go through regardless
      *> -- it only warns what a live run would do with the file
           if trial-run is equal to "Y"
               display "TRIAL RUN - A LIVE RUN WOULD REFUSE "
                   function trim(userFile) " WITHOUT RERUN=Y"
           else if rerun-option is equal to "Y"
               move "Y" to rerun-override
           else
               if batch-mode is equal to "N"
                   display "Process it again as a deliberate rerun? "
                       "(Y = rerun): "
                   move spaces to rerun-answer
                   accept rerun-answer
                   if rerun-answer(1:1) is equal to "Y"
                       or rerun-answer(1:1) is equal to "y"
                       move "Y" to rerun-override
                   end-if
               end-if
           end-if
           end-if.
           if rerun-override is equal to "Y"
               display "DELIBERATE RERUN - "
                   function trim(userFile) " PROCESSED AGAIN"
               move "RERUN" to trail-action
               move 1 to trail-records
               move spaces to trail-detail
               string userFile delimited by space
                   " LAST PROCESSED " delimited by size
                   reg-date delimited by size
                   into trail-detail
               end-string
               perform write-maint-trail
           else if trial-run is equal to "N"
               move "Y" to file-refused
           end-if
           end-if.

      *> a refused file is not converted and its earlier report is
      *> left standing -- the refusal goes to the console, the audit
      *> log and the batch summary, and earns its own return code
       refuse-processed-file.
           display "FILE REFUSED - " function trim(userFile)
               " WAS ALREADY PROCESSED AND IS NOT CONVERTED AGAIN".
           perform write-audit-log.
           move 6 to rc-grade.
           perform raise-return-code.

      *> enter the file just processed on the register, or on a
      *> deliberate rerun bring its entry up to date and count the
      *> rerun
       register-processed-file.
           if register-usable is equal to "Y"
               move userFile to reg-file
               move run-date to reg-date
               move run-time to reg-time
               move count-valid to reg-valid
               move count-error to reg-error
               if rerun-override is equal to "Y"
                   add 1 to reg-reruns
                   rewrite register-record
                       invalid key
                           display "Processed-file register update "
                               "failed for " function trim(userFile)
                           move "REGUPDF" to excp-type
                           move "E" to excp-severity
                           move register-file-status to excp-status
                           move "FILE NOT ENTERED ON THE REGISTER"
                               to excp-message
                           perform log-run-exception
                   end-rewrite
               else
                   move scan-key to reg-key
                   move zero to reg-reruns
                   write register-record
                       invalid key
                           display "Processed-file register update "
                               "failed for " function trim(userFile)
                           move "REGUPDF" to excp-type
                           move "E" to excp-severity
                           move register-file-status to excp-status
                           move "FILE NOT ENTERED ON THE REGISTER"
                               to excp-message
                           perform log-run-exception
                   end-write
               end-if
               close register-file
               move "N" to register-usable
           end-if.

       proc-body.
           add 1 to record-count.

                       perform proc-body-decimal
                   else if conv-mode is equal to "A"
                       perform proc-body-arith
                   else if conv-mode is equal to "C"
                       perform proc-body-calendar
                   else
                       perform proc-body-roman
                   end-if
                   end-if
                   end-if
               end-if
           end-if.

           if function mod(record-count, checkpoint-interval)
               is equal to zero
               and trial-run is equal to "N"
               perform write-checkpoint
           end-if.

      *> holding up the nightly loads
       open-master.
           move "N" to master-usable.
           if trial-run is equal to "Y"
               open input master-file
           else
               open i-o master-file
               if master-file-status is equal to "35"
                   open output master-file
                   close master-file
                   open i-o master-file
               end-if
           end-if.
           if master-file-status is equal to "00"
               move "Y" to master-usable
               display "Conversion master ROMASTER.DAT unavailable "
                   "(status " master-file-status ") - results will "
                   "not be recorded on the master"
               move "MSTUNAV" to excp-type
               perform grade-posting-exception
               move master-file-status to excp-status
               move "RESULTS NOT RECORDED ON THE CONVERSION MASTER"
                   to excp-message
               perform log-run-exception
           end-if.

      *> open the posting journal alongside the master, creating it on
      *> first use -- without it the master is still posted, but the
      *> run cannot be backed out again
       open-journal.
           move "N" to journal-usable.
           move zero to journal-seq.
           open i-o journal-file.
           if journal-file-status is equal to "35"
               open output journal-file
               close journal-file
               open i-o journal-file
           end-if.
           if journal-file-status is equal to "00"
               move "Y" to journal-usable
           else
               display "Master posting journal MSTJRNL.DAT "
                   "unavailable (status " journal-file-status
                   ") - postings will not be journalled and the run "
                   "cannot be backed out"
               move "JRNUNAV" to excp-type
               perform grade-posting-exception
               move journal-file-status to excp-status
               move "POSTINGS NOT JOURNALLED - RUN CANNOT BE BACKED OUT"
                   to excp-message
               perform log-run-exception
           end-if.

      *> journal the posting just made to the master record still in
      *> the record area -- a journal that will not take the entry is
      *> dropped for the rest of the file rather than abending
       write-journal-entry.
           if journal-usable is equal to "Y"
               add 1 to journal-seq
               move run-date to jrn-run-date
               move journal-run-time to jrn-run-time
               move userFile to jrn-file
               move journal-seq to jrn-seq
               move master-numeral to jrn-numeral
               move master-value to jrn-value
               move posting-count to jrn-count
               move posting-created to jrn-created
               move posting-prior-last to jrn-prior-last
               move space to jrn-status
               move zero to jrn-backed-out
               write journal-record
               if journal-file-status is not equal to "00"
                   display "Master posting journal update failed "
                       "(status " journal-file-status ") - further "
                       "postings will not be journalled"
                   move "JRNUPDF" to excp-type
                   move "E" to excp-severity
                   move journal-file-status to excp-status
                   move "LATER POSTINGS NOT JOURNALLED"
                       to excp-message
                   perform log-run-exception
                   close journal-file
                   move "N" to journal-usable
               end-if
           end-if.

      *> name the file this run's rejects belong to on the queue: the
               display "Open-rejects queue OPENREJ.DAT unavailable "
                   "(status " openrej-file-status ") - rejects will "
                   "not be tracked"
               move "ORJUNAV" to excp-type
               perform grade-posting-exception
               move openrej-file-status to excp-status
               move "REJECTS NOT TRACKED ON THE OPEN-REJECTS QUEUE"
                   to excp-message
               perform log-run-exception
           end-if.

      *> post the record just rejected to the worked queue: a fresh
      *> reject opens a queue entry, and a record rejected again on
      *> resubmission re-opens its entry with the new reason while
      *> keeping the date it first went wrong, so the aging report
      *> ages it from the original rejection. an entry written off
      *> and then resubmitted anyway re-opens the same way, its
      *> write-off disposition cleared. arithmetic rejects cannot be
      *> resubmitted, so queueing them would leave entries nothing
      *> can ever close
       post-open-reject.
           if openrej-usable is equal to "Y"
               and conv-mode is not equal to "A"
               and conv-mode is not equal to "C"
               move orig-file-name to orj-file
               move rej-recno to orj-recno
               read openrej-file
                       move run-date to orj-opened
                       move zero to orj-closed
                       move "O" to orj-status
                       move in-qty-x to orj-qty
                       move spaces to orj-disposition
                       move spaces to orj-comment
                       write openrej-record
                   not invalid key
                       move rj-code(reject-reason) to orj-reason
                       move in-r to orj-numeral
                       move zero to orj-closed
                       move "O" to orj-status
                       move in-qty-x to orj-qty
                       move spaces to orj-disposition
                       move spaces to orj-comment
                       rewrite openrej-record
               end-read
               if openrej-file-status is not equal to "00"
                   display "Open-rejects update failed (status "
                       openrej-file-status ") - further rejects "
                       "will not be tracked"
                   move "ORJUPDF" to excp-type
                   move "E" to excp-severity
                   move openrej-file-status to excp-status
                   move "LATER REJECTS NOT TRACKED ON THE QUEUE"
                       to excp-message
                   perform log-run-exception
                   close openrej-file
                   move "N" to openrej-usable
               end-if
                   display "Item reference ITEMREF.DAT unavailable "
                       "(status " itemref-file-status ") - item ids "
                       "will not be validated"
                   move "IRFUNAV" to excp-type
                   move "E" to excp-severity
                   move itemref-file-status to excp-status
                   move "ITEM IDS NOT VALIDATED, NO ROLLUP OR HISTORY"
                       to excp-message
                   perform log-run-exception
               end-if
           end-if.

                           display "More than 300 distinct items in "
                               "the file - later ones are not in "
                               "the rollup"
                           move "ITMOVFL" to excp-type
                           move "E" to excp-severity
                           move spaces to excp-status
                           move "OVER 300 ITEMS - ROLLUP/HISTORY SHORT"
                               to excp-message
                           perform log-run-exception
                           move "Y" to item-rollup-full
                       end-if
                   end-if
               end-perform
           end-if.

      *> post the file's rollup to the item history, one record per
      *> item -- the history is created on first use, and a history
      *> that cannot be opened or written is called out rather than
      *> stopping the run, the way a damaged master is
       post-item-history.
           if item-rollup-count is greater than zero
               open i-o history-file
               if history-file-status is equal to "35"
                   open output history-file
                   close history-file
                   open i-o history-file
               end-if
               if history-file-status is equal to "00"
                   move "Y" to history-usable
                   perform post-one-item-history
                       varying ir-idx from 1 by 1
                       until ir-idx is greater than item-rollup-count
                           or history-usable is equal to "N"
                   close history-file
               else
                   display "Item history ITEMHIST.DAT unavailable "
                       "(status " history-file-status ") - the item "
                       "rollup is not kept for the trend report"
                   move "IHSUNAV" to excp-type
                   move "E" to excp-severity
                   move history-file-status to excp-status
                   move "ITEM ROLLUP NOT KEPT ON THE ITEM HISTORY"
                       to excp-message
                   perform log-run-exception
               end-if
               move "N" to history-usable
           end-if.

       post-one-item-history.
           move ir-item-id(ir-idx) to ihs-item-id.
           move run-date to ihs-run-date.
           move journal-run-time to ihs-run-time.
           move userFile to ihs-file.
           move ir-desc(ir-idx) to ihs-desc.
           move ir-qty(ir-idx) to ihs-qty.
           move ir-ext(ir-idx) to ihs-ext.
           write history-record.
           if history-file-status is not equal to "00"
               display "Item history update failed (status "
                   history-file-status ") - the rest of the item "
                   "rollup is not kept"
               move "IHSUPDF" to excp-type
               move "E" to excp-severity
               move history-file-status to excp-status
               move "REST OF THE ITEM ROLLUP NOT KEPT ON THE HISTORY"
                   to excp-message
               perform log-run-exception
               move "N" to history-usable
           end-if.

      *> land one export record for the row just finished -- the
      *> same comma-delimited columns in every mode, with the reason
      *> code filled on a reject and the canonical form filled when
                   move lenient-canonical to exp-canon-x
               else if conv-mode is equal to "A"
                   move arith-result-numeral to exp-canon-x
               else if conv-mode is equal to "C"
                   move cal-modern to exp-canon-x
               else
                   move spaces to exp-canon-x
               end-if
               end-if
               end-if
               perform write-export-record
           end-if.

                       move run-date to master-first-seen
                       move run-date to master-last-seen
                       move 1 to master-count
                       if trial-run is equal to "N"
                           write master-record
                       end-if
                       move "Y" to track-new-flag
                       move "Y" to posting-created
                       move zero to posting-prior-last
                   not invalid key
                       move master-last-seen to posting-prior-last
                       add 1 to master-count
                       move run-date to master-last-seen
                       if trial-run is equal to "N"
                           rewrite master-record
                       end-if
                       move "N" to track-new-flag
                       move "N" to posting-created
               end-read
               move 1 to posting-count
               perform register-numeral-track

      *> a status of 02 is only the note that the alternate key
      *> duplicated, which is expected -- anything else means the
      *> update was lost, so say so and stop pretending the master
      *> is being maintained for the rest of this file. a trial run
      *> only read the master, so there is no update to have lost
               if trial-run is equal to "N"
                   and master-file-status is not equal to "00"
                   and master-file-status is not equal to "02"
                   display "Conversion master update failed "
                       "(status " master-file-status ") - further "
                       "results will not be recorded on the master"
                   move "MSTUPDF" to excp-type
                   move "E" to excp-severity
                   move master-file-status to excp-status
                   move "LATER RESULTS NOT RECORDED ON THE MASTER"
                       to excp-message
                   perform log-run-exception
                   close master-file
                   move "N" to master-usable
               else
                   perform write-journal-entry
               end-if
           end-if.

                       display "More than 2000 distinct numerals in "
                           "the file - later ones are recorded on "
                           "the master record by record"
                       move "NUMOVFL" to excp-type
                       move "W" to excp-severity
                       move spaces to excp-status
                       move "OVER 2000 NUMERALS - POSTED SINGLY"
                           to excp-message
                       perform log-run-exception
                       move "Y" to nt-full
                   end-if
                   perform fold-or-update-master
                       move run-date to master-first-seen
                       move run-date to master-last-seen
                       move nt-recs(nt-idx) to master-count
                       if trial-run is equal to "N"
                           write master-record
                       end-if
                       move "Y" to nt-new(nt-idx)
                       move "Y" to posting-created
                       move zero to posting-prior-last
                   not invalid key
                       move master-last-seen to posting-prior-last
                       add nt-recs(nt-idx) to master-count
                       move run-date to master-last-seen
                       if trial-run is equal to "N"
                           rewrite master-record
                       end-if
                       move "N" to nt-new(nt-idx)
                       move "N" to posting-created
               end-read
               move nt-recs(nt-idx) to posting-count
               if trial-run is equal to "N"
                   and master-file-status is not equal to "00"
                   and master-file-status is not equal to "02"
                   display "Conversion master update failed "
                       "(status " master-file-status ") - further "
                       "results will not be recorded on the master"
                   move "MSTUPDF" to excp-type
                   move "E" to excp-severity
                   move master-file-status to excp-status
                   move "LATER RESULTS NOT RECORDED ON THE MASTER"
                       to excp-message
                   perform log-run-exception
                   close master-file
                   move "N" to master-usable
               else
                   perform write-journal-entry
               end-if
           end-if.

                       display "More than 2000 distinct numerals in "
                           "the file - later ones are not in the "
                           "master comparison"
                       move "NUMOVFL" to excp-type
                       move "W" to excp-severity
                       move spaces to excp-status
                       move "OVER 2000 NUMERALS - COMPARISON SHORT"
                           to excp-message
                       perform log-run-exception
                       move "Y" to nt-full
                   end-if
               end-if
               perform raise-return-code
           else
               move all "?" to inquiry-key
               move zero to inquiry-count
               perform inquiry-once
                   until inquiry-key is equal to spaces
               close master-file
               move "INQUIRY" to trail-action
               move inquiry-count to trail-records
               move "ROMASTER.DAT CONSOLE LOOKUPS" to trail-detail
               perform write-maint-trail
           end-if.

      *> answer one console inquiry -- a numeric key looks up by the
               "(blank to end): ".
           accept inquiry-key.
           if inquiry-key is not equal to spaces
               add 1 to inquiry-count
               if function trim(inquiry-key) is numeric
                   move function numval(function trim(inquiry-key))
                       to master-value
      *> rejects also stay off the open-rejects queue
       write-reject-record.
           move spaces to reject-record.
           if conv-mode is equal to "A" or conv-mode is equal to "C"
               move out-er-r to rej-num
           else
               move in-r to rej-num
                   move correction to array-area
                   perform prepare-and-convert
               end-perform
      *> a correction that took goes on the maintenance trail -- not
      *> on a trial run, which posts nothing and leaves no trail
               if cache-ok is equal to "N"
                   and switch is equal to 1
                   and trial-run is equal to "N"
                   move "CORRECTION" to trail-action
                   move 1 to trail-records
                   move spaces to trail-detail
                   move record-count to trail-recno
                   string userFile delimited by space
                       " REC " delimited by size
                       trail-recno delimited by size
                       " " delimited by size
                       in-r delimited by space
                       " TO " delimited by size
                       array-area delimited by space
                       into trail-detail
                   end-string
                   perform write-maint-trail
               end-if
           end-if.

      *> an additive legacy reading can pile up past what canonical
           move arith-result to ext-value.
           perform export-valid-record.

      *> convert one Roman calendar date: take the day as written
      *> apart, read the year in its era, then count back from the
      *> marker day to the modern day and month -- a failure at any
      *> step rejects the record through the same reason codes,
      *> reject file, report and export the other modes use
       proc-body-calendar.
           move inc-day-text to cal-text.
           move inc-era to cal-era.
           move inc-year to cal-year-text.
           inspect cal-text converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect cal-era converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           inspect cal-year-text converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           move 1 to switch.
           move zero to reject-reason.
           move inc-day-text to out-er-r.

           perform parse-calendar-day.
           if switch is equal to 1
               perform convert-calendar-year
           end-if.
           if switch is equal to 1
               perform compute-calendar-date
           end-if.

           if switch is equal to 1
               perform put-calendar-line
           else
               perform set-reject-message
               perform put-reject-line
               add 1 to count-error
               add 1 to rj-count(reject-reason)
               perform write-reject-record
               perform export-reject-record
           end-if.
           perform read-next-input.

      *> the day as written is an optional "A.D." (or "ANTE DIEM")
      *> with its count -- "BIS" before it for the leap day -- or a
      *> "PRID." for the day before, then the marker and the month.
      *> with neither, the date is the marker day itself. the
      *> periods are only abbreviation marks and are dropped
       parse-calendar-day.
           inspect cal-text replacing all "." by space.
           move function trim(cal-text) to cal-text.
           move spaces to cal-token-area.
           unstring cal-text delimited by all space
               into cal-token(1) cal-token(2) cal-token(3)
                   cal-token(4) cal-token(5) cal-token(6)
               on overflow
                   move 2 to switch
                   move 14 to reject-reason
           end-unstring.

           move "N" to cal-bis.
           move 1 to cal-count.
           move 1 to cal-tok-idx.
           if switch is equal to 1
               if cal-token(1) is equal to "A"
                   and cal-token(2) is equal to "D"
                   move 3 to cal-tok-idx
                   perform take-calendar-count
               else if cal-token(1) is equal to "ANTE"
                   and cal-token(2) is equal to "DIEM"
                   move 3 to cal-tok-idx
                   perform take-calendar-count
               else if cal-token(1) is equal to "AD"
                   move 2 to cal-tok-idx
                   perform take-calendar-count
               else if cal-token(1) is equal to "PRID"
                   or cal-token(1) is equal to "PRIDIE"
                   or cal-token(1) is equal to "PR"
                   move 2 to cal-count
                   move 2 to cal-tok-idx
               end-if
               end-if
               end-if
               end-if
           end-if.

      *> the marker day: Kalends, Nones or Ides, however abbreviated
           move space to cal-marker.
           if switch is equal to 1
               and cal-tok-idx is less than 6
               if cal-token(cal-tok-idx)(1:3) is equal to "KAL"
                   move "K" to cal-marker
               else if cal-token(cal-tok-idx)(1:3) is equal to "NON"
                   move "N" to cal-marker
               else if cal-token(cal-tok-idx)(1:2) is equal to "ID"
                   or cal-token(cal-tok-idx)(1:3) is equal to "EID"
                   move "I" to cal-marker
               end-if
               end-if
               end-if
           end-if.
           if switch is equal to 1
               and cal-marker is equal to space
               move 2 to switch
               move 14 to reject-reason
           end-if.

      *> the month, by the first three letters of its name
           move zero to cal-month.
           if switch is equal to 1
               add 1 to cal-tok-idx
               perform varying cm-idx from 1 by 1 until cm-idx is
                   greater than 18
                   if cm-name(cm-idx) is equal to
                       cal-token(cal-tok-idx)(1:3)
                       move cm-number(cm-idx) to cal-month
                   end-if
               end-perform
               if cal-month is equal to zero
                   move 2 to switch
                   move 14 to reject-reason
               end-if
           end-if.

      *> nothing may follow the month
           if switch is equal to 1
               and cal-tok-idx is less than 6
               add 1 to cal-tok-idx
               if cal-token(cal-tok-idx) is not equal to spaces
                   move 2 to switch
                   move 14 to reject-reason
               end-if
           end-if.

      *> read the count after "A.D." through the ordinary numeral
      *> rules -- "A.D. II" is never written (that day is PRID.), so
      *> an inclusive count starts at three
       take-calendar-count.
           if cal-token(cal-tok-idx) is equal to "BIS"
               move "Y" to cal-bis
               add 1 to cal-tok-idx
           end-if.
           if cal-token(cal-tok-idx) is equal to spaces
               move 2 to switch
               move 14 to reject-reason
           else
               move spaces to array-area
               move cal-token(cal-tok-idx) to array-area
               perform prepare-and-convert
               if switch is equal to 1
                   if sum1 is less than 3
                       move 2 to switch
                       move 14 to reject-reason
                   else
                       move sum1 to cal-count
                       add 1 to cal-tok-idx
                   end-if
               end-if
           end-if.

      *> read the year numeral and place it on the Julian calendar in
      *> its era: years from the founding of the city (AUC 754 is AD
      *> 1), years AD, or the regnal year of a reign in the table --
      *> a bad numeral rejects with the year shown as the failing
      *> field, as arithmetic mode shows its failing operand
       convert-calendar-year.
           if cal-year-text is equal to spaces
               move 2 to switch
               move 14 to reject-reason
           else
               move cal-year-text to array-area
               perform prepare-and-convert
               if switch is equal to 2
                   move cal-year-text to out-er-r
               else
                   move sum1 to cal-year-value
               end-if
           end-if.

           if switch is equal to 1
               if cal-era is equal to "AUC"
                   compute cal-astro-year = cal-year-value - 753
               else if cal-era is equal to "AD"
                   move cal-year-value to cal-astro-year
               else
                   move zero to cr-slot
                   perform varying cr-idx from 1 by 1 until cr-idx is
                       greater than 14
                       if cr-code(cr-idx) is equal to cal-era
                           move cr-idx to cr-slot
                       end-if
                   end-perform
                   if cr-slot is equal to zero
                       move 2 to switch
                       move 16 to reject-reason
                   else if cal-year-value is greater than
                       cr-span(cr-slot)
                       move 2 to switch
                       move 17 to reject-reason
                   else
                       move cr-accession(cr-slot) to cal-astro-year
                       if cr-sign(cr-slot) is equal to "-"
                           compute cal-astro-year =
                               zero - cal-astro-year
                       end-if
                       compute cal-astro-year = cal-astro-year
                           + cal-year-value - 1
                   end-if
                   end-if
               end-if
               end-if
           end-if.

      *> the modern date is printed with a four-digit year
           if switch is equal to 1
               and cal-astro-year is greater than 9999
               move 2 to switch
               move 6 to reject-reason
           end-if.

      *> every fourth year is a leap year on the Julian calendar,
      *> reckoned back before its early irregular years as the
      *> chronologers do
           if switch is equal to 1
               if function mod(cal-astro-year, 4) is equal to zero
                   move "Y" to cal-leap
               else
                   move "N" to cal-leap
               end-if
           end-if.

      *> count back from the marker day. the Nones fall on the 7th
      *> and the Ides on the 15th in March, May, July and October,
      *> on the 5th and 13th in every other month; a day counted back
      *> from the Kalends lies in the month before, after its Ides.
      *> in a leap year the doubled sixth day before the Kalends of
      *> March ("A.D. BIS VI KAL. MAR.") is the 25th of February, and
      *> the days behind it move up one. the year is the year the
      *> day itself falls in, so the days before the Kalends of
      *> January are dated in December of that year
       compute-calendar-date.
           move cal-month to cal-out-month.
           if cal-month is equal to 3 or cal-month is equal to 5
               or cal-month is equal to 7 or cal-month is equal to 10
               move 7 to cal-nones
           else
               move 5 to cal-nones
           end-if.
           compute cal-ides = cal-nones + 8.

           if cal-bis is equal to "Y"
               if cal-marker is not equal to "K"
                   or cal-month is not equal to 3
                   or cal-count is not equal to 6
                   or cal-leap is not equal to "Y"
                   move 2 to switch
                   move 15 to reject-reason
               end-if
           end-if.

           if switch is equal to 1
               if cal-marker is equal to "N"
                   compute cal-max-count = cal-nones - 1
                   if cal-count is greater than cal-max-count
                       move 2 to switch
                       move 15 to reject-reason
                   else
                       compute cal-day = cal-nones - cal-count + 1
                   end-if
               else if cal-marker is equal to "I"
                   compute cal-max-count = cal-ides - cal-nones
                   if cal-count is greater than cal-max-count
                       move 2 to switch
                       move 15 to reject-reason
                   else
                       compute cal-day = cal-ides - cal-count + 1
                   end-if
               else
                   if cal-count is equal to 1
                       move 1 to cal-day
                   else
                       perform count-back-from-kalends
                   end-if
               end-if
               end-if
           end-if.

           if switch is equal to 1
               perform build-modern-date
           end-if.

       count-back-from-kalends.
           compute cal-out-month = cal-month - 1.
           if cal-out-month is equal to zero
               move 12 to cal-out-month
           end-if.
           move cl-days(cal-out-month) to cal-prev-len.
           if cal-out-month is equal to 3 or cal-out-month is equal
               to 5 or cal-out-month is equal to 7
               or cal-out-month is equal to 10
               move 15 to cal-prev-ides
           else
               move 13 to cal-prev-ides
           end-if.
           compute cal-max-count = cal-prev-len + 1 - cal-prev-ides.
           if cal-count is greater than cal-max-count
               move 2 to switch
               move 15 to reject-reason
           else
               if cal-out-month is equal to 2
                   and cal-leap is equal to "Y"
                   if cal-count is less than 6
                       compute cal-day = 31 - cal-count
                   else if cal-bis is equal to "Y"
                       move 25 to cal-day
                   else
                       compute cal-day = 30 - cal-count
                   end-if
                   end-if
               else
                   compute cal-day = cal-prev-len + 2 - cal-count
               end-if
           end-if.

      *> the modern date as day/month/year with the era, and its
      *> Julian day number -- the divisions are taken one at a time
      *> so each truncates before the next step uses it
       build-modern-date.
           move cal-day to cal-dd.
           move cal-out-month to cal-mm.
           if cal-astro-year is greater than zero
               move cal-astro-year to cal-yyyy
               move "AD" to cal-bc-ad
           else
               compute cal-yyyy = 1 - cal-astro-year
               move "BC" to cal-bc-ad
           end-if.
           move spaces to cal-modern.
           string cal-dd delimited by size
               "/" delimited by size
               cal-mm delimited by size
               "/" delimited by size
               cal-yyyy delimited by size
               " " delimited by size
               cal-bc-ad delimited by size
               into cal-modern
           end-string.

           compute cal-work-1 = (cal-out-month - 9) / 7.
           compute cal-work-2 = (7 * (cal-astro-year + 5001
               + cal-work-1)) / 4.
           compute cal-work-3 = (275 * cal-out-month) / 9.
           compute cal-jdn = 367 * cal-astro-year - cal-work-2
               + cal-work-3 + cal-day + 1729777.

      *> report one converted date -- the Julian day number is the
      *> row's value, so a sorted report comes out in date order and
      *> the export carries a key the team can subtract dates with
       put-calendar-line.
           move inc-day-text to out-c-day.
           move cal-era to out-c-era.
           move cal-year-text to out-c-year.
           move cal-modern to out-c-date.
           move cal-jdn to out-c-jdn.
           display output-calendar-record.

           move zero to detail-reject.
           move cal-jdn to detail-value.
           move inc-day-text to detail-numeral.
           move output-calendar-record to detail-line.
           perform write-detail-line.

           add 1 to count-valid.
           add cal-jdn to total-v.
           move cal-jdn to unit-value.
           move cal-jdn to ext-value.
           perform export-valid-record.

      *> regenerate the canonical numeral for the value just decoded,
      *> keeping the numeral as received alongside it for the
      *> three-column lenient report
                       display "More than 500 distinct keys in the "
                           "file - later records are reported "
                           "unmerged"
                       move "CONOVFL" to excp-type
                       move "W" to excp-severity
                       move spaces to excp-status
                       move "OVER 500 KEYS - LATER ONES UNMERGED"
                           to excp-message
                       perform log-run-exception
                       move "Y" to cons-full
                   end-if
               end-if
                   write report-record from output-lenient-headings
               else if conv-mode is equal to "A"
                   write report-record from output-arith-headings
               else if conv-mode is equal to "C"
                   write report-record from
                       output-calendar-headings
               else
                   if record-layout is equal to "S"
                       write report-record from
                   end-if
               end-if
               end-if
               end-if
               write report-record from output-underline-2
               add 2 to report-line-count
           end-if.
                       perform put-report-line
               end-return
           end-perform.

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
           move "ROMAN-NUMERAL" to mtr-program.
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
