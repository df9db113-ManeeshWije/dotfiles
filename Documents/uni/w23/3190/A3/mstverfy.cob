      *> This file contains the source code for the conversion master
      *> integrity verification program, the companion checking job to
      *> the roman numeral converter's ROMASTER.DAT. The inquiry mode
      *> and the run-over-run comparison both trust the master, and a
      *> rebuild from a damaged backup would otherwise go unnoticed, so
      *> this program re-converts every master numeral through the same
      *> validation rules the converter applies and confirms it still
      *> comes to the recorded value, checks the first-seen/last-seen
      *> dates and the occurrence count, and confirms the only records
      *> sharing a value on the alternate key are the legitimate pairs
      *> of a plain numeral and its bracketed form under four thousand.
      *> Every exception goes on the report and the job ends with
      *> return code 8, so it can follow every rebuild and run weekly
      *> in the batch window. The operator id printed on the report is
      *> taken off the command line, and is BATCH when none is given.

       identification division.
       program-id. master-verify.

       environment division.
           input-output section.
           file-control.
      *> the conversion master the converter maintains, declared
      *> exactly as the converter declares it apart from the access
      *> mode, which a full pass in either key order needs
           select master-file assign to "ROMASTER.DAT"
           organization is indexed
           access is dynamic
           record key is master-numeral
           alternate record key is master-value with duplicates
           file status is master-file-status.

      *> the printed verification report
           select verify-file assign to "MSTVERFY.TXT"
           organization is line sequential.

       data division.
           file section.
           fd master-file.
               01 master-record.
                   02 master-numeral    pic x(25).
                   02 master-value      pic 9(9).
                   02 master-first-seen pic 9(8).
                   02 master-last-seen  pic 9(8).
                   02 master-count      pic 9(9).

           fd verify-file.
               01 verify-record   pic x(80).

           working-storage section.
           77 master-file-status pic x(2).
           77 eof-switch    pic 9   value 1.
           77 today-date    pic 9(8).

      *> the operator the verification is run under
           01 operator-id   pic x(8)  value spaces.

      *> counts for the trailer
           77 count-read    pic s9(9) comp value zero.
           77 count-except  pic s9(9) comp value zero.
           77 count-groups  pic s9(9) comp value zero.

      *> records sharing one alternate-key value, gathered while the
      *> master is read in value order -- a legitimate group is a
      *> plain numeral and its bracketed form, so anything past a
      *> handful is already wrong and only counted
           77 group-value   pic 9(9).
           01 group-table-area.
               02 gt-numeral pic x(25) occurs 10 times.
           77 group-count   pic s9(4) comp value zero.
           77 group-bracketed pic s9(4) comp.
           77 gx            pic s9(4) comp.

      *> space for storing the roman numeral
           01 array-area.
               02 r         pic x(1) occurs 25 times.

      *> the converter's working fields for one numeral's
      *> validation, carried over unchanged so the rules applied here
      *> are the rules applied there
           77 switch        pic 9.
           77 n             pic s9(2) comp.
           77 sum1          pic s9(8) comp.
           77 i             pic s9(2) comp.
           77 prev          pic s9(4) comp.
           77 d             pic s9(4) comp.
           77 prev-char      pic x       value space.
           77 rep-count      pic s9(2) comp value zero.
           77 prev-run-count pic s9(2) comp value zero.
           77 valid-pair     pic x       value "N".
           77 char-place     pic 9       value zero.
           77 group-place    pic 9       value zero.
           77 group-ascended pic x       value "N".
           77 group-extended pic x       value "N".

           01 roman-char-values.
               02 filler    pic x(6) value "I00010".
               02 filler    pic x(6) value "V00050".
               02 filler    pic x(6) value "X00101".
               02 filler    pic x(6) value "L00501".
               02 filler    pic x(6) value "C01002".
               02 filler    pic x(6) value "D05002".
               02 filler    pic x(6) value "M10003".
           01 roman-char-table redefines roman-char-values.
               02 rc-entry  occurs 7 times.
                   03 rc-char   pic x.
                   03 rc-value  pic 9(4).
                   03 rc-place  pic 9.

           77 rc-idx        pic s9(2) comp.
           77 rc-found      pic x       value "N".

      *> vinculum (bracketed thousands) handling, as in the converter
           01 vinc-area.
               02 vc        pic x(1) occurs 25 times.
           77 vinc-n        pic s9(2) comp.
           77 plain-n       pic s9(2) comp.
           77 bracket-pos   pic s9(2) comp.
           77 vinc-sum      pic s9(9) comp.
           77 plain-sum     pic s9(9) comp.
           77 k             pic s9(2) comp.
           01 hold-plain.
               02 hp        pic x(1) occurs 25 times.
           01 orig-numeral  pic x(25).

      *> the converter's rejection reason table, so a numeral that no
      *> longer validates is reported under the code the converter
      *> would have rejected it with
           01 reject-reason-values.
               02 filler    pic x(28) value
               "RJ01BAD CHARACTER".
               02 filler    pic x(28) value
               "RJ02REPEAT LIMIT".
               02 filler    pic x(28) value
               "RJ03ILLEGAL SUBTRACTIVE PAIR".
               02 filler    pic x(28) value
               "RJ04DIGIT PLACE OUT OF ORDER".
               02 filler    pic x(28) value
               "RJ05BLANK RECORD".
               02 filler    pic x(28) value
               "RJ06VALUE OUT OF RANGE".
               02 filler    pic x(28) value
               "RJ07INPUT NOT NUMERIC".
               02 filler    pic x(28) value
               "RJ08INVALID QUANTITY".
               02 filler    pic x(28) value
               "RJ09UNBALANCED VINCULUM".
           01 reject-reason-table redefines reject-reason-values.
               02 rj-entry  occurs 9 times.
                   03 rj-code   pic x(4).
                   03 rj-text   pic x(24).
           77 reject-reason  pic s9(2) comp value zero.

      *> print line assembly areas
           01 verify-line   pic x(80).

           01 ver-title-line.
               02 filler    pic x(34) value
               "  CONVERSION MASTER VERIFICATION  ".
               02 vtl-date  pic 9(8).
               02 filler    pic x(12) value "  OPERATOR: ".
               02 vtl-operator pic x(8).
           01 ver-underline.
               02 filler    pic x(60) value all "-".

           01 ver-exception-line.
               02 filler    pic x(2)  value spaces.
               02 vel-numeral pic x(25).
               02 filler    pic x(2)  value spaces.
               02 vel-message pic x(29).
               02 filler    pic x(1)  value space.
               02 vel-detail pic x(21).

           01 ver-value-detail.
               02 filler    pic x(2)  value "M:".
               02 vvd-master pic z(7)9.
               02 filler    pic x(3)  value " C:".
               02 vvd-conv  pic z(7)9.

           01 ver-date-detail.
               02 vdd-first pic 9(8).
               02 filler    pic x     value ">".
               02 vdd-last  pic 9(8).

           01 ver-total-line.
               02 filler    pic x(19) value "  RECORDS CHECKED: ".
               02 vtt-read  pic zzzzzzz9.
               02 filler    pic x(14) value "  EXCEPTIONS: ".
               02 vtt-except pic zzzzzzz9.
               02 filler    pic x(15) value "  DUP. GROUPS: ".
               02 vtt-groups pic zzzzzzz9.

       procedure division.
           display "Conversion master verification for ROMASTER.DAT".
           accept today-date from date yyyymmdd.
           accept operator-id from command-line.
           if operator-id is equal to spaces
               move "BATCH" to operator-id
           end-if.
           inspect operator-id converting
               "abcdefghijklmnopqrstuvwxyz" to
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           open input master-file.
           if master-file-status is not equal to "00"
               display "Conversion master ROMASTER.DAT unavailable "
                   "(status " master-file-status ")"
               move 12 to return-code
               stop run
           end-if.

           open output verify-file.
           move today-date to vtl-date.
           move operator-id to vtl-operator.
           move ver-underline to verify-line.
           perform put-verify-line.
           move ver-title-line to verify-line.
           perform put-verify-line.
           move ver-underline to verify-line.
           perform put-verify-line.

      *> first pass, in numeral order: every record on its own
           move 1 to eof-switch.
           move low-values to master-numeral.
           start master-file key is not less than master-numeral
               invalid key move zero to eof-switch
           end-start.
           if eof-switch is not equal to zero
               read master-file next record
                   at end move zero to eof-switch
               end-read
           end-if.
           perform verify-one-record
               until eof-switch is equal to zero.

      *> second pass, in value order: the records sharing a value
           move zero to group-count.
           move 1 to eof-switch.
           move zero to master-value.
           start master-file key is not less than master-value
               invalid key move zero to eof-switch
           end-start.
           if eof-switch is not equal to zero
               read master-file next record
                   at end move zero to eof-switch
               end-read
           end-if.
           perform group-one-record
               until eof-switch is equal to zero.
           perform judge-value-group.
           close master-file.

           move count-read to vtt-read.
           move count-except to vtt-except.
           move count-groups to vtt-groups.
           move spaces to verify-line.
           perform put-verify-line.
           move ver-total-line to verify-line.
           perform put-verify-line.
           close verify-file.
           display "Verification report written to MSTVERFY.TXT".

      *> any exception at all means the master can no longer be
      *> trusted as it stands
           if count-except is greater than zero
               move 8 to return-code
           end-if.
       stop run.

      *> put one finished line on the console and in the report
       put-verify-line.
           display verify-line.
           write verify-record from verify-line.

      *> note one exception against the numeral already placed in
      *> the exception line
       put-exception.
           add 1 to count-except.
           move ver-exception-line to verify-line.
           perform put-verify-line.

      *> check one record: the fields must be numbers at all, the
      *> numeral must still validate and come to the recorded value,
      *> the first sighting may not follow the last, and a record
      *> only exists because something was seen, so the count must be
      *> positive
       verify-one-record.
           add 1 to count-read.
           move master-numeral to vel-numeral.
           if master-value is not numeric
               or master-first-seen is not numeric
               or master-last-seen is not numeric
               or master-count is not numeric
               move "FIELDS NOT NUMERIC" to vel-message
               move spaces to vel-detail
               perform put-exception
           else
               move master-numeral to array-area
               perform prepare-and-convert
               if switch is equal to 2
                   move "NUMERAL NO LONGER VALIDATES" to vel-message
                   move spaces to vel-detail
                   move rj-code(reject-reason) to vel-detail
                   perform put-exception
               else
                   if sum1 is not equal to master-value
                       move "VALUE DOES NOT MATCH NUMERAL"
                           to vel-message
                       move master-value to vvd-master
                       move sum1 to vvd-conv
                       move ver-value-detail to vel-detail
                       perform put-exception
                   end-if
               end-if
               if master-first-seen is greater than master-last-seen
                   move "FIRST SEEN AFTER LAST SEEN" to vel-message
                   move master-first-seen to vdd-first
                   move master-last-seen to vdd-last
                   move ver-date-detail to vel-detail
                   perform put-exception
               end-if
               if master-count is not greater than zero
                   move "OCCURRENCE COUNT NOT POSITIVE" to vel-message
                   move spaces to vel-detail
                   perform put-exception
               end-if
           end-if.
           read master-file next record
               at end move zero to eof-switch
           end-read.

      *> gather the records sharing a value -- when the value changes
      *> the group just finished is judged before the new one starts
       group-one-record.
           if group-count is greater than zero
               and master-value is not equal to group-value
               perform judge-value-group
           end-if.
           if group-count is equal to zero
               move master-value to group-value
           end-if.
           add 1 to group-count.
           if group-count is not greater than 10
               move master-numeral to gt-numeral(group-count)
           end-if.
           read master-file next record
               at end move zero to eof-switch
           end-read.

      *> a shared value is legitimate only as one plain numeral and
      *> one bracketed form of it -- (I) names the same 1000 that M
      *> does. any other group lists every numeral in it
       judge-value-group.
           if group-count is greater than 1
               add 1 to count-groups
               move zero to group-bracketed
               perform varying gx from 1 by 1 until gx is greater
                   than group-count or gx is greater than 10
                   if gt-numeral(gx)(1:1) is equal to "("
                       add 1 to group-bracketed
                   end-if
               end-perform
               if group-count is not equal to 2
                   or group-bracketed is not equal to 1
                   perform varying gx from 1 by 1 until gx is greater
                       than group-count or gx is greater than 10
                       move gt-numeral(gx) to vel-numeral
                       move "ILLEGITIMATE DUPLICATE VALUE"
                           to vel-message
                       move group-value to vvd-master
                       move group-value to vvd-conv
                       move ver-value-detail to vel-detail
                       perform put-exception
                   end-perform
               end-if
           end-if.
           move zero to group-count.

       search-loop.
           compute n = n + 1.

      *> size the numeral in array-area, split off any bracketed
      *> vinculum portion, and value the whole thing exactly as the
      *> converter's prepare-and-convert does in strict mode -- leaves
      *> switch, reject-reason and sum1 set
       prepare-and-convert.
           move array-area to orig-numeral.
           move 1 to n.

           perform search-loop
               until r(n) is equal to space or n is greater than
                   or equal to 25.

           if r(n) is equal to space
               compute n = n - 1
           end-if.

           if n is equal to zero or r(1) is not equal to "("
               perform conv
           else
               move 1 to switch
               move zero to reject-reason
               perform split-vinculum
               if switch is not equal to 2
                   move vinc-area to array-area
                   move vinc-n to n
                   perform conv
                   move sum1 to vinc-sum
               end-if
               if switch is not equal to 2
                   move zero to plain-sum
                   if plain-n is greater than zero
                       move hold-plain to array-area
                       move plain-n to n
                       perform conv
                       move sum1 to plain-sum
                   end-if
               end-if
               if switch is not equal to 2
                   and plain-sum is greater than 999
                   move 2 to switch
                   move 4 to reject-reason
               end-if
               if switch is not equal to 2
                   compute sum1 = vinc-sum * 1000 + plain-sum
               end-if
               move orig-numeral to array-area
           end-if.

      *> split "(...)..." into its two portions, as the converter does
       split-vinculum.
           move zero to bracket-pos.
           perform varying i from 2 by 1 until i is greater than n
               or bracket-pos is not equal to zero
               if r(i) is equal to ")"
                   move i to bracket-pos
               end-if
           end-perform.

           if bracket-pos is equal to zero
               or bracket-pos is equal to 2
               move 2 to switch
               move 9 to reject-reason
           end-if.

           if switch is not equal to 2
               perform varying i from 2 by 1 until i is greater
                   than n or switch is equal to 2
                   if i is not equal to bracket-pos
                       and (r(i) is equal to "(" or r(i) is equal
                           to ")")
                       move 2 to switch
                       move 9 to reject-reason
                   end-if
               end-perform
           end-if.

           if switch is not equal to 2
               move spaces to vinc-area
               move spaces to hold-plain
               compute vinc-n = bracket-pos - 2
               perform varying i from 1 by 1 until i is greater
                   than vinc-n
                   compute k = i + 1
                   move r(k) to vc(i)
               end-perform
               compute plain-n = n - bracket-pos
               perform varying i from 1 by 1 until i is greater
                   than plain-n
                   compute k = bracket-pos + i
                   move r(k) to hp(i)
               end-perform
           end-if.

       conv.
           move zero to sum1.
           move 1001 to prev.
           move space to prev-char.
           move zero to rep-count.
           move zero to prev-run-count.
           move zero to group-place.
           move "N" to group-ascended.
           move "N" to group-extended.
           move 1 to switch.
           move zero to reject-reason.

           if n is equal to zero
               move 2 to switch
               move 5 to reject-reason
           else
               perform conversion-loop
                   varying i from 1 by 1
                   until i is greater than n or
                       switch is equal to 2
           end-if.

       conversion-loop.
           move "N" to rc-found.
           perform varying rc-idx from 1 by 1 until rc-idx is greater
               than 7
               if r(i) is equal to rc-char(rc-idx)
                   move rc-value(rc-idx) to d
                   move rc-place(rc-idx) to char-place
                   move "Y" to rc-found
               end-if
           end-perform.

           if rc-found is equal to "N"
               move 2 to switch
               move 1 to reject-reason
           end-if.

           if switch is not equal to 2
               perform check-repeat-rule
           end-if.

           if switch is not equal to 2
               perform check-subtractive-rule
           end-if.

           if switch is not equal to 2
               perform check-group-order
           end-if.

           if switch is not equal to 2
               compute sum1 = sum1 + d

               if d is greater than prev then
                   compute sum1 = sum1 - 2 * prev
               else continue
               end-if

               move r(i) to prev-char
               move d to prev
           end-if.

      *> a numeral may not repeat more than 3 times in a row, and
      *> V, L and D may never repeat at all
       check-repeat-rule.
           if r(i) is equal to prev-char
               add 1 to rep-count
           else
               move rep-count to prev-run-count
               move 1 to rep-count
           end-if.

           if rep-count is greater than 1 and
               (r(i) is equal to "V" or r(i) is equal to "L"
                   or r(i) is equal to "D")
               move 2 to switch
               move 2 to reject-reason
           else if rep-count is greater than 3
               move 2 to switch
               move 2 to reject-reason
           end-if.

      *> a smaller numeral may only precede a larger one when the pair
      *> is one of the six legal subtractive combinations
       check-subtractive-rule.
           if d is greater than prev and prev is not equal to 1001
               move "N" to valid-pair
               if prev-char is equal to "I" and r(i) is equal to "V"
                   move "Y" to valid-pair
               end-if
               if prev-char is equal to "I" and r(i) is equal to "X"
                   move "Y" to valid-pair
               end-if
               if prev-char is equal to "X" and r(i) is equal to "L"
                   move "Y" to valid-pair
               end-if
               if prev-char is equal to "X" and r(i) is equal to "C"
                   move "Y" to valid-pair
               end-if
               if prev-char is equal to "C" and r(i) is equal to "D"
                   move "Y" to valid-pair
               end-if
               if prev-char is equal to "C" and r(i) is equal to "M"
                   move "Y" to valid-pair
               end-if
               if valid-pair is equal to "N"
                   move 2 to switch
                   move 3 to reject-reason
               end-if

               if prev-run-count is greater than 1
                   move 2 to switch
                   move 3 to reject-reason
               end-if
           end-if.

      *> digit places may only descend across the numeral, as in the
      *> converter's check-group-order
       check-group-order.
           if prev is equal to 1001
               move char-place to group-place
               move "N" to group-ascended
               move "N" to group-extended
           end-if.

           if prev is not equal to 1001 and d is greater than prev
               if group-ascended is equal to "Y"
                   or group-extended is equal to "Y"
                   move 2 to switch
                   move 4 to reject-reason
               else
                   move "Y" to group-ascended
               end-if
           end-if.

           if prev is not equal to 1001 and d is less than prev
               if char-place is equal to group-place
                   and group-ascended is equal to "N"
                   move "Y" to group-extended
               else
                   if char-place is less than group-place
                       move char-place to group-place
                       move "N" to group-ascended
                       move "N" to group-extended
                   else
                       move 2 to switch
                       move 4 to reject-reason
                   end-if
               end-if
           end-if.

           if prev is not equal to 1001 and d is equal to prev
               if group-ascended is equal to "Y"
                   move 2 to switch
                   move 4 to reject-reason
               end-if
           end-if.
